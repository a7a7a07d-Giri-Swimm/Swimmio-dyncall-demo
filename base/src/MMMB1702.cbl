000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1702.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* EDI 816 organizational relationships document per partner.      00000600
000700*                                                                 00000700
000800* Trading partners asked for our store list with their routing    00000800
000900* ids and got a spreadsheet built by hand from B2B-PRIM-RTNG-ID   00000900
001000* and FC_XXXAIL_B2B_ROUTE.  This job writes one X12 816           00001000
001100* interchange (ISA/GS/ST ... SE/GE/IEA) per active partner on     00001100
001200* FC_XXXAIL_EDI_PTNR (DDDTEP01) to EDIOUT: every ship-to          00001200
001300* location the partner has a routing row for, with its name,      00001300
001400* primary address and the partner's routing id for it - the       00001400
001500* 816 document's own row through MMMS0171 first, else the         00001500
001600* partner's primary (then newest) row in effect.                  00001600
001700*                                                                 00001700
001800* A partner's first send, or one whose EP_FULL_SENT_IND has       00001800
001900* been set back to N, is a full replacement (BHT purpose 05)      00001900
002000* of every open location.  After that only changes go (BHT 04),   00002000
002100* each location loop carrying REF*ZZ ADD, MOVE or CLOSE:          00002100
002200*   - ADD    a location not sent before, or sent closed and       00002200
002300*            open again;                                          00002300
002400*   - MOVE   routing id, name or address differs from what        00002400
002500*            was last sent;                                       00002500
002600*   - CLOSE  a location sent open that is now inactive or         00002600
002700*            deleted, or whose routing rows for the partner       00002700
002800*            are gone.                                            00002800
002900* A partner with no changes gets no interchange and uses no       00002900
003000* control number.  What was sent is kept per partner and          00003000
003100* location on FC_XXXAIL_EDI_ORG_SENT (DDDTOS01) and every         00003100
003200* interchange is logged with its control number and counts on     00003200
003300* FC_XXXAIL_EDI_XCHG (DDDTIX01), so any send can be proven.       00003300
003400*                                                                 00003400
003500* The run is one unit of work: committed when every partner       00003500
003600* went through, rolled back otherwise, so a failed run leaves     00003600
003700* nothing recorded and is simply rerun (its EDIOUT is not sent).  00003700
003800*                                                                 00003800
003900* EDICARD (optional): cols 1-8 one partner id (blank = every      00003900
004000* active partner), col 10 F = full replacement this run.          00004000
004100* RPTOUT lists every location sent and the run totals.            00004100
004200* Batch job - run standalone, schedule weekly.                    00004200
004300*---------------------------------------------------------------- 00004300
004400 ENVIRONMENT DIVISION.                                            00004400
004500 INPUT-OUTPUT SECTION.                                            00004500
004600 FILE-CONTROL.                                                    00004600
004700     SELECT EDI-CARD-IN    ASSIGN TO EDICARD                      00004700
004800         ORGANIZATION IS LINE SEQUENTIAL.                         00004800
004900     SELECT EDI-OUT        ASSIGN TO EDIOUT                       00004900
005000         ORGANIZATION IS LINE SEQUENTIAL.                         00005000
005100     SELECT EDI-RPT        ASSIGN TO RPTOUT                       00005100
005200         ORGANIZATION IS LINE SEQUENTIAL.                         00005200
005300                                                                  00005300
005400 DATA DIVISION.                                                   00005400
005500 FILE SECTION.                                                    00005500
005600 FD  EDI-CARD-IN.                                                 00005600
005700 01  EDI-CARD-REC.                                                00005700
005800     05 EDC-PARTNER-ID                 PIC X(8).                  00005800
005900     05 FILLER                         PIC X(1).                  00005900
006000     05 EDC-FULL-IND                   PIC X(1).                  00006000
006100         88 EDC-FORCE-FULL                    VALUE 'F'.          00006100
006200     05 FILLER                         PIC X(70).                 00006200
006300                                                                  00006300
006400 FD  EDI-OUT.                                                     00006400
006500 01  EDI-REC                           PIC X(120).                00006500
006600                                                                  00006600
006700 FD  EDI-RPT.                                                     00006700
006800 01  RPT-LINE                          PIC X(132).                00006800
006900                                                                  00006900
007000 WORKING-STORAGE SECTION.                                         00007000
007100* --------------------------------------------------------------- 00007100
007200* Misc working storage...                                         00007200
007300* --------------------------------------------------------------- 00007300
007400 01 MMMS0171-RTNG-LOOKUP              PIC X(8) VALUE 'MMMS0171'.  00007400
007500 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00007500
007600                                                                  00007600
007700 01 K-DOC-TYP-816                     PIC X(3) VALUE '816'.       00007700
007800 01 K-JOB-NM                          PIC X(8) VALUE 'MMMB1702'.  00007800
007900 01 K-ST-CTL-NBR                      PIC X(4) VALUE '0001'.      00007900
008000                                                                  00008000
008100 01 WS-PARTNER-COUNT                  PIC 9(6) VALUE 0.           00008100
008200 01 WS-XCHG-COUNT                     PIC 9(6) VALUE 0.           00008200
008300 01 WS-NO-CHG-COUNT                   PIC 9(6) VALUE 0.           00008300
008400 01 WS-TOT-SENT-COUNT                 PIC 9(6) VALUE 0.           00008400
008500 01 WS-TOT-ADD-COUNT                  PIC 9(6) VALUE 0.           00008500
008600 01 WS-TOT-MOVE-COUNT                 PIC 9(6) VALUE 0.           00008600
008700 01 WS-TOT-CLOSE-COUNT                PIC 9(6) VALUE 0.           00008700
008800 01 WS-SQLCODE                        PIC ----9.                  00008800
008900 01 WS-JOB-RC                         PIC S9(4) COMP VALUE 0.     00008900
009000                                                                  00009000
009100* Per-partner counts - these go on the interchange log row.       00009100
009200 01 WS-PTNR-COUNTS.                                               00009200
009300    05 WS-SENT-COUNT                  PIC S9(7) COMP-3 VALUE 0.   00009300
009400    05 WS-ADD-COUNT                   PIC S9(7) COMP-3 VALUE 0.   00009400
009500    05 WS-MOVE-COUNT                  PIC S9(7) COMP-3 VALUE 0.   00009500
009600    05 WS-CLOSE-COUNT                 PIC S9(7) COMP-3 VALUE 0.   00009600
009700    05 WS-HL-COUNT                    PIC S9(7) COMP-3 VALUE 0.   00009700
009800    05 WS-ST-SEG-COUNT                PIC S9(9) COMP-3 VALUE 0.   00009800
009900    05 WS-TXN-SEG-COUNT               PIC S9(9) COMP-3 VALUE 0.   00009900
010000    05 WS-FILE-SEG-COUNT              PIC S9(9) COMP-3 VALUE 0.   00010000
010100                                                                  00010100
010200 01 WS-CARD-EOF-SW                    PIC X    VALUE 'N'.         00010200
010300    88 IS-CARD-EOF                             VALUE 'Y'.         00010300
010400 01 WS-PTNR-EOF-SW                    PIC X    VALUE 'N'.         00010400
010500    88 PTNR-EOF                                VALUE 'Y'.         00010500
010600    88 PTNR-NOT-EOF                            VALUE 'N'.         00010600
010700 01 WS-CSR-EOF-SW                     PIC X    VALUE 'N'.         00010700
010800    88 CSR-EOF                                 VALUE 'Y'.         00010800
010900    88 CSR-NOT-EOF                             VALUE 'N'.         00010900
011000 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00011000
011100    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00011100
011200    88 CALL-NO-ERROR                           VALUE 'N'.         00011200
011300 01 WS-SEND-TYPE-SW                   PIC X    VALUE 'C'.         00011300
011400    88 SEND-IS-FULL                            VALUE 'F'.         00011400
011500    88 SEND-IS-CHANGES                         VALUE 'C'.         00011500
011600 01 WS-XCHG-OPEN-SW                   PIC X    VALUE 'N'.         00011600
011700    88 XCHG-IS-OPEN                            VALUE 'Y'.         00011700
011800    88 XCHG-NOT-OPEN                           VALUE 'N'.         00011800
011900 01 WS-SENT-ROW-SW                    PIC X    VALUE 'N'.         00011900
012000    88 SENT-ROW-FOUND                          VALUE 'Y'.         00012000
012100    88 SENT-ROW-NOT-FOUND                      VALUE 'N'.         00012100
012200                                                                  00012200
012300* The card, and the partner the cursors are working on.           00012300
012400 01 WS-CARD-PTNR-ID                   PIC X(8) VALUE SPACES.      00012400
012500 01 WS-CARD-FULL-SW                   PIC X    VALUE 'N'.         00012500
012600    88 CARD-FORCES-FULL                        VALUE 'Y'.         00012600
012700 01 WS-PTNR-ID                        PIC X(8) VALUE SPACES.      00012700
012800 01 WS-NEW-ICN                        PIC S9(9) COMP-3 VALUE 0.   00012800
012900 01 WS-ICN-9                          PIC 9(9) VALUE 0.           00012900
013000                                                                  00013000
013100* Run date and time, as the envelopes and the log want them.      00013100
013200 01 WS-RUN-DATE                       PIC 9(8) VALUE 0.           00013200
013300 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.                          00013300
013400    05 WS-RUN-CC                      PIC X(2).                   00013400
013500    05 WS-RUN-YYMMDD                  PIC X(6).                   00013500
013600 01 WS-RUN-TIME                       PIC 9(8) VALUE 0.           00013600
013700 01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                          00013700
013800    05 WS-RUN-HHMM                    PIC X(4).                   00013800
013900    05 WS-RUN-SS                      PIC X(2).                   00013900
014000    05 FILLER                         PIC X(2).                   00014000
014100 01 WS-RUN-ISO-DT                     PIC X(10) VALUE SPACES.     00014100
014200 01 WS-RUN-TS                         PIC X(26) VALUE SPACES.     00014200
014300                                                                  00014300
014400* The location as it stands now, in the form it is sent.          00014400
014500 01 WS-CUR-LOC.                                                   00014500
014600    05 WS-CUR-LOC-TYP-CD              PIC X(2).                   00014600
014700    05 WS-CUR-LOC-NBR                 PIC S9(9) COMP.             00014700
014800    05 WS-CUR-RTNG-ID                 PIC X(30).                  00014800
014900    05 WS-CUR-LOC-NM                  PIC X(30).                  00014900
015000    05 WS-CUR-ADR-1                   PIC X(30).                  00015000
015100    05 WS-CUR-ADR-2                   PIC X(30).                  00015100
015200    05 WS-CUR-CITY                    PIC X(30).                  00015200
015300    05 WS-CUR-STATE-CD                PIC X(2).                   00015300
015400    05 WS-CUR-POSTAL-CD               PIC X(10).                  00015400
015500 01 WS-ZIP5-9                         PIC 9(5) VALUE 0.           00015500
015600 01 WS-ZIP4-9                         PIC 9(4) VALUE 0.           00015600
015700 01 WS-LOC-NBR-9                      PIC 9(9) VALUE 0.           00015700
015800 01 WS-ACTION                         PIC X(5) VALUE SPACES.      00015800
015900 01 WS-ACTN-CD                        PIC X(1) VALUE SPACES.      00015900
016000                                                                  00016000
016100* Segment building - elements are appended trimmed, with any      00016100
016200* separator character in the data blanked out.                    00016200
016300 01 WS-SEG                            PIC X(120) VALUE SPACES.    00016300
016400 01 WS-SEG-LEN                        PIC S9(4) COMP VALUE 0.     00016400
016500 01 WS-ELEM                           PIC X(60) VALUE SPACES.     00016500
016600 01 WS-ELEM-LEN                       PIC S9(4) COMP VALUE 0.     00016600
016700 01 WS-NUM-EDIT                       PIC Z(8)9.                  00016700
016800 01 WS-NUM-IX                         PIC S9(4) COMP VALUE 0.     00016800
016900                                                                  00016900
017000 01 WS-ISA-SEG.                                                   00017000
017100    05 FILLER            PIC X(4)  VALUE 'ISA*'.                  00017100
017200    05 FILLER            PIC X(3)  VALUE '00*'.                   00017200
017300    05 FILLER            PIC X(11) VALUE '          *'.           00017300
017400    05 FILLER            PIC X(3)  VALUE '00*'.                   00017400
017500    05 FILLER            PIC X(11) VALUE '          *'.           00017500
017600    05 WS-ISA-SNDR-QUAL  PIC X(2).                                00017600
017700    05 FILLER            PIC X(1)  VALUE '*'.                     00017700
017800    05 WS-ISA-SNDR-ID    PIC X(15).                               00017800
017900    05 FILLER            PIC X(1)  VALUE '*'.                     00017900
018000    05 WS-ISA-RCVR-QUAL  PIC X(2).                                00018000
018100    05 FILLER            PIC X(1)  VALUE '*'.                     00018100
018200    05 WS-ISA-RCVR-ID    PIC X(15).                               00018200
018300    05 FILLER            PIC X(1)  VALUE '*'.                     00018300
018400    05 WS-ISA-DATE       PIC X(6).                                00018400
018500    05 FILLER            PIC X(1)  VALUE '*'.                     00018500
018600    05 WS-ISA-TIME       PIC X(4).                                00018600
018700    05 FILLER            PIC X(9)  VALUE '*U*00401*'.             00018700
018800    05 WS-ISA-ICN        PIC 9(9).                                00018800
018900    05 FILLER            PIC X(7)  VALUE '*0*P*>~'.               00018900
019000                                                                  00019000
019100 01 WS-HDG-LINE-1.                                                00019100
019200    05 FILLER PIC X(60) VALUE                                     00019200
019300       'MMMB1702 - EDI 816 ORGANIZATIONAL RELATIONSHIPS SENT'.    00019300
019400 01 WS-PTNR-LINE.                                                 00019400
019500    05 FILLER PIC X(8) VALUE 'PARTNER '.                          00019500
019600    05 WS-PTL-PARTNER-ID            PIC X(8).                     00019600
019700    05 FILLER PIC X(2) VALUE SPACES.                              00019700
019800    05 WS-PTL-PARTNER-NM            PIC X(30).                    00019800
019900    05 FILLER PIC X(6) VALUE '  ICN '.                            00019900
020000    05 WS-PTL-ICN                   PIC 9(9).                     00020000
020100    05 FILLER PIC X(2) VALUE SPACES.                              00020100
020200    05 WS-PTL-TYPE                  PIC X(30).                    00020200
020300 01 WS-COL-LINE.                                                  00020300
020400    05 FILLER PIC X(9)  VALUE '  ACTION '.                        00020400
020500    05 FILLER PIC X(14) VALUE 'LOCATION'.                         00020500
020600    05 FILLER PIC X(31) VALUE 'ROUTING ID'.                       00020600
020700    05 FILLER PIC X(31) VALUE 'NAME'.                             00020700
020800    05 FILLER PIC X(31) VALUE 'CITY'.                             00020800
020900    05 FILLER PIC X(2)  VALUE 'ST'.                               00020900
021000 01 WS-DTL-LINE.                                                  00021000
021100    05 FILLER                       PIC X(2) VALUE SPACES.        00021100
021200    05 WS-DTL-ACTION                PIC X(5).                     00021200
021300    05 FILLER                       PIC X(2) VALUE SPACES.        00021300
021400    05 WS-DTL-LOC-TYP-CD            PIC X(2).                     00021400
021500    05 FILLER                       PIC X(1) VALUE SPACES.        00021500
021600    05 WS-DTL-LOC-NBR               PIC Z(8)9.                    00021600
021700    05 FILLER                       PIC X(2) VALUE SPACES.        00021700
021800    05 WS-DTL-RTNG-ID               PIC X(30).                    00021800
021900    05 FILLER                       PIC X(1) VALUE SPACES.        00021900
022000    05 WS-DTL-LOC-NM                PIC X(30).                    00022000
022100    05 FILLER                       PIC X(1) VALUE SPACES.        00022100
022200    05 WS-DTL-CITY                  PIC X(30).                    00022200
022300    05 FILLER                       PIC X(1) VALUE SPACES.        00022300
022400    05 WS-DTL-STATE-CD              PIC X(2).                     00022400
022500 01 WS-PTOT-LINE.                                                 00022500
022600    05 FILLER PIC X(10) VALUE '  SENT   '.                        00022600
022700    05 WS-PTT-SENT                  PIC ZZZ,ZZ9.                  00022700
022800    05 FILLER PIC X(8)  VALUE '  ADD  '.                          00022800
022900    05 WS-PTT-ADD                   PIC ZZZ,ZZ9.                  00022900
023000    05 FILLER PIC X(8)  VALUE '  MOVE '.                          00023000
023100    05 WS-PTT-MOVE                  PIC ZZZ,ZZ9.                  00023100
023200    05 FILLER PIC X(9)  VALUE '  CLOSE '.                         00023200
023300    05 WS-PTT-CLOSE                 PIC ZZZ,ZZ9.                  00023300
023400    05 FILLER PIC X(11) VALUE '  SEGMENTS '.                      00023400
023500    05 WS-PTT-SEGS                  PIC ZZZ,ZZ9.                  00023500
023600 01 WS-CNT-LINE.                                                  00023600
023700    05 WS-CNT-TXT                   PIC X(34).                    00023700
023800    05 WS-CNT-NBR                   PIC ZZZ,ZZ9.                  00023800
023900                                                                  00023900
024000* --------------------------------------------------------------- 00024000
024100* Miscellaneous copy books go here...                             00024100
024200* --------------------------------------------------------------- 00024200
024300 COPY XXXN001A.                                                   00024300
024400 COPY HHHTLO01.                                                   00024400
024500 COPY MMMC0171.                                                   00024500
024600 COPY YYYC0230.                                                   00024600
024700                                                                  00024700
024800* ----------------------------------------------------------------00024800
024900* DB2 stuff...                                                    00024900
025000* ----------------------------------------------------------------00025000
025100     EXEC SQL                                                     00025100
025200       INCLUDE SQLCA                                              00025200
025300     END-EXEC                                                     00025300
025400                                                                  00025400
025500     EXEC SQL                                                     00025500
025600       INCLUDE DDDTBR01                                           00025600
025700     END-EXEC                                                     00025700
025800                                                                  00025800
025900     EXEC SQL                                                     00025900
026000       INCLUDE DDDTEP01                                           00026000
026100     END-EXEC                                                     00026100
026200                                                                  00026200
026300     EXEC SQL                                                     00026300
026400       INCLUDE DDDTIX01                                           00026400
026500     END-EXEC                                                     00026500
026600                                                                  00026600
026700     EXEC SQL                                                     00026700
026800       INCLUDE DDDTOS01                                           00026800
026900     END-EXEC                                                     00026900
027000                                                                  00027000
027100* The active partners - or the one on the card.                   00027100
027200     EXEC SQL                                                     00027200
027300       DECLARE PTNR-CSR CURSOR FOR                                00027300
027400       SELECT EP_PARTNER_ID, EP_PARTNER_NM, EP_SNDR_QUAL_CD,      00027400
027500              EP_SNDR_ID, EP_RCVR_QUAL_CD, EP_RCVR_ID,            00027500
027600              EP_FULL_SENT_IND, EP_LAST_ICN                       00027600
027700         FROM FC_XXXAIL_EDI_PTNR                                  00027700
027800        WHERE EP_ACTV_IND = 'Y'                                   00027800
027900          AND ( EP_PARTNER_ID    = :WS-CARD-PTNR-ID               00027900
028000             OR :WS-CARD-PTNR-ID = '        ' )                   00028000
028100        ORDER BY EP_PARTNER_ID                                    00028100
028200     END-EXEC                                                     00028200
028300                                                                  00028300
028400* Every location the partner has a routing row in effect for.     00028400
028500     EXEC SQL                                                     00028500
028600       DECLARE LOC-CSR CURSOR FOR                                 00028600
028700       SELECT L.LOC_TYP_CD, L.LOC_NBR, L.LOC_NM,                  00028700
028800              L.PRIM_ADR_1, L.PRIM_ADR_2, L.PRIM_CITY,            00028800
028900              L.PRIM_STATE_CD, L.PRIM_ZIP5_CD, L.PRIM_ZIP4_CD,    00028900
029000              L.INACTIVE_SW                                       00029000
029100         FROM XXXATION L                                          00029100
029200        WHERE EXISTS                                              00029200
029300              ( SELECT 1                                          00029300
029400                  FROM FC_XXXAIL_B2B_ROUTE R                      00029400
029500                 WHERE R.BR_LOC_NBR    = L.LOC_NBR                00029500
029600                   AND R.BR_LOC_TYP_CD = L.LOC_TYP_CD             00029600
029700                   AND R.BR_PARTNER_ID = :WS-PTNR-ID              00029700
029800                   AND R.BR_EFF_DT    <= CURRENT DATE )           00029800
029900        ORDER BY L.LOC_TYP_CD, L.LOC_NBR                          00029900
030000     END-EXEC                                                     00030000
030100                                                                  00030100
030200* Locations last sent open whose routing rows for the partner     00030200
030300* are gone, or which are no longer on file at all.                00030300
030400     EXEC SQL                                                     00030400
030500       DECLARE DROP-CSR CURSOR FOR                                00030500
030600       SELECT S.OS_LOC_TYP_CD, S.OS_LOC_NBR, S.OS_RTNG_ID,        00030600
030700              S.OS_LOC_NM, S.OS_ADR_1, S.OS_ADR_2, S.OS_CITY,     00030700
030800              S.OS_STATE_CD, S.OS_POSTAL_CD                       00030800
030900         FROM FC_XXXAIL_EDI_ORG_SENT S                            00030900
031000        WHERE S.OS_PARTNER_ID = :WS-PTNR-ID                       00031000
031100          AND S.OS_STAT_CD    = 'A'                               00031100
031200          AND ( NOT EXISTS                                        00031200
031300                ( SELECT 1                                        00031300
031400                    FROM FC_XXXAIL_B2B_ROUTE R                    00031400
031500                   WHERE R.BR_LOC_NBR    = S.OS_LOC_NBR           00031500
031600                     AND R.BR_LOC_TYP_CD = S.OS_LOC_TYP_CD        00031600
031700                     AND R.BR_PARTNER_ID = S.OS_PARTNER_ID        00031700
031800                     AND R.BR_EFF_DT    <= CURRENT DATE )         00031800
031900             OR NOT EXISTS                                        00031900
032000                ( SELECT 1                                        00032000
032100                    FROM XXXATION L                               00032100
032200                   WHERE L.LOC_NBR    = S.OS_LOC_NBR              00032200
032300                     AND L.LOC_TYP_CD = S.OS_LOC_TYP_CD ) )       00032300
032400        ORDER BY S.OS_LOC_TYP_CD, S.OS_LOC_NBR                    00032400
032500     END-EXEC                                                     00032500
032600                                                                  00032600
032700 PROCEDURE DIVISION.                                              00032700
032800***************************************************************** 00032800
032900* Start of program main line.                                     00032900
033000***************************************************************** 00033000
033100 000-MAIN.                                                        00033100
033200     PERFORM 050-RUN-CNTL-START                                   00033200
033300     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00033300
033400       MOVE 8 TO RETURN-CODE                                      00033400
033500       GOBACK                                                     00033500
033600     END-IF                                                       00033600
033700     PERFORM 100-INITIALIZE                                       00033700
033800     PERFORM 150-OPEN-PARTNERS                                    00033800
033900     PERFORM UNTIL PTNR-EOF OR CALL-ERROR-DETECTED                00033900
034000       PERFORM 200-PROCESS-ONE-PARTNER                            00034000
034100       PERFORM 160-FETCH-NEXT-PARTNER                             00034100
034200     END-PERFORM                                                  00034200
034300     PERFORM 170-CLOSE-PARTNERS                                   00034300
034400     PERFORM 690-END-THE-UNIT-OF-WORK                             00034400
034500     PERFORM 900-TERMINATE                                        00034500
034600     PERFORM 055-RUN-CNTL-END                                     00034600
034700     MOVE WS-JOB-RC TO RETURN-CODE                                00034700
034800     GOBACK                                                       00034800
034900     .                                                            00034900
035000                                                                  00035000
035100*================================================================ 00035100
035200* Initialization - the card, the run date and time.               00035200
035300*================================================================ 00035300
035400 100-INITIALIZE.                                                  00035400
035500     OPEN INPUT  EDI-CARD-IN                                      00035500
035600     OPEN OUTPUT EDI-OUT                                          00035600
035700                 EDI-RPT                                          00035700
035800     INITIALIZE XXXN001A                                          00035800
035900     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00035900
036000                                                                  00036000
036100     READ EDI-CARD-IN                                             00036100
036200       AT END SET IS-CARD-EOF TO TRUE                             00036200
036300     END-READ                                                     00036300
036400     CLOSE EDI-CARD-IN                                            00036400
036500     IF NOT IS-CARD-EOF                                           00036500
036600       MOVE EDC-PARTNER-ID TO WS-CARD-PTNR-ID                     00036600
036700       IF EDC-FORCE-FULL                                          00036700
036800         SET CARD-FORCES-FULL TO TRUE                             00036800
036900       END-IF                                                     00036900
037000     END-IF                                                       00037000
037100                                                                  00037100
037200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00037200
037300     ACCEPT WS-RUN-TIME FROM TIME                                 00037300
037400     STRING WS-RUN-DATE-X (1:4) '-'                               00037400
037500            WS-RUN-DATE-X (5:2) '-'                               00037500
037600            WS-RUN-DATE-X (7:2)                                   00037600
037700       DELIMITED BY SIZE INTO WS-RUN-ISO-DT                       00037700
037800     STRING WS-RUN-ISO-DT          '-'                            00037800
037900            WS-RUN-TIME-X (1:2)    '.'                            00037900
038000            WS-RUN-TIME-X (3:2)    '.'                            00038000
038100            WS-RUN-TIME-X (5:2)    '.000000'                      00038100
038200       DELIMITED BY SIZE INTO WS-RUN-TS                           00038200
038300     .                                                            00038300
038400                                                                  00038400
038500 150-OPEN-PARTNERS.                                               00038500
038600     EXEC SQL                                                     00038600
038700       OPEN PTNR-CSR                                              00038700
038800     END-EXEC                                                     00038800
038900     IF SQLCODE NOT = 0                                           00038900
039000       SET PTNR-EOF TO TRUE                                       00039000
039100       PERFORM 800-REPORT-SQL-ERROR                               00039100
039200     ELSE                                                         00039200
039300       PERFORM 160-FETCH-NEXT-PARTNER                             00039300
039400     END-IF                                                       00039400
039500     .                                                            00039500
039600                                                                  00039600
039700 160-FETCH-NEXT-PARTNER.                                          00039700
039800     EXEC SQL                                                     00039800
039900       FETCH PTNR-CSR                                             00039900
040000        INTO :DDDTEP01.MD-EP-PARTNER-ID,                          00040000
040100             :DDDTEP01.MD-EP-PARTNER-NM,                          00040100
040200             :DDDTEP01.MD-EP-SNDR-QUAL-CD,                        00040200
040300             :DDDTEP01.MD-EP-SNDR-ID,                             00040300
040400             :DDDTEP01.MD-EP-RCVR-QUAL-CD,                        00040400
040500             :DDDTEP01.MD-EP-RCVR-ID,                             00040500
040600             :DDDTEP01.MD-EP-FULL-SENT-IND,                       00040600
040700             :DDDTEP01.MD-EP-LAST-ICN                             00040700
040800     END-EXEC                                                     00040800
040900     EVALUATE TRUE                                                00040900
041000       WHEN SQLCODE = 0                                           00041000
041100         CONTINUE                                                 00041100
041200       WHEN SQLCODE = 100                                         00041200
041300         SET PTNR-EOF TO TRUE                                     00041300
041400         MOVE 0 TO SQLCODE                                        00041400
041500       WHEN OTHER                                                 00041500
041600         SET PTNR-EOF TO TRUE                                     00041600
041700         PERFORM 800-REPORT-SQL-ERROR                             00041700
041800     END-EVALUATE                                                 00041800
041900     .                                                            00041900
042000                                                                  00042000
042100 170-CLOSE-PARTNERS.                                              00042100
042200     EXEC SQL                                                     00042200
042300       CLOSE PTNR-CSR                                             00042300
042400     END-EXEC                                                     00042400
042500     MOVE 0 TO SQLCODE                                            00042500
042600     IF WS-PARTNER-COUNT = 0 AND CALL-NO-ERROR                    00042600
042700       MOVE SPACES TO RPT-LINE                                    00042700
042800       STRING 'NO ACTIVE PARTNER ON FC_XXXAIL_EDI_PTNR FOR '      00042800
042900              'THIS RUN - NOTHING SENT'                           00042900
043000         DELIMITED BY SIZE INTO RPT-LINE                          00043000
043100       WRITE RPT-LINE                                             00043100
043200       IF WS-CARD-PTNR-ID NOT = SPACES                            00043200
043300         MOVE 4 TO WS-JOB-RC                                      00043300
043400       END-IF                                                     00043400
043500     END-IF                                                       00043500
043600     .                                                            00043600
043700                                                                  00043700
043800*================================================================ 00043800
043900* One partner: a full replacement or the changes since the last   00043900
044000* send, enveloped under the partner's next control number.        00044000
044100*================================================================ 00044100
044200 200-PROCESS-ONE-PARTNER.                                         00044200
044300     ADD 1 TO WS-PARTNER-COUNT                                    00044300
044400     INITIALIZE WS-PTNR-COUNTS                                    00044400
044500     SET XCHG-NOT-OPEN TO TRUE                                    00044500
044600     MOVE MD-EP-PARTNER-ID OF DDDTEP01 TO WS-PTNR-ID              00044600
044700     IF MD-EP-FULL-SENT-IND OF DDDTEP01 NOT = 'Y'                 00044700
044800     OR CARD-FORCES-FULL                                          00044800
044900       SET SEND-IS-FULL TO TRUE                                   00044900
045000     ELSE                                                         00045000
045100       SET SEND-IS-CHANGES TO TRUE                                00045100
045200     END-IF                                                       00045200
045300     IF MD-EP-LAST-ICN OF DDDTEP01 >= 999999999                   00045300
045400       MOVE 1 TO WS-NEW-ICN                                       00045400
045500     ELSE                                                         00045500
045600       COMPUTE WS-NEW-ICN = MD-EP-LAST-ICN OF DDDTEP01 + 1        00045600
045700     END-IF                                                       00045700
045800     MOVE WS-NEW-ICN TO WS-ICN-9                                  00045800
045900                                                                  00045900
046000*    A full replacement always goes, even with nothing open, so   00046000
046100*    the partner's list is cleared; what it replaces is dropped.  00046100
046200     IF SEND-IS-FULL                                              00046200
046300       PERFORM 400-OPEN-INTERCHANGE                               00046300
046400       PERFORM 210-CLEAR-SENT-ROWS                                00046400
046500     END-IF                                                       00046500
046600                                                                  00046600
046700     IF CALL-NO-ERROR                                             00046700
046800       PERFORM 220-SEND-ROUTED-LOCATIONS                          00046800
046900     END-IF                                                       00046900
047000     IF CALL-NO-ERROR AND SEND-IS-CHANGES                         00047000
047100       PERFORM 240-CLOSE-DROPPED-LOCATIONS                        00047100
047200     END-IF                                                       00047200
047300                                                                  00047300
047400     IF CALL-NO-ERROR                                             00047400
047500       IF XCHG-IS-OPEN                                            00047500
047600         PERFORM 480-CLOSE-INTERCHANGE                            00047600
047700         PERFORM 500-RECORD-INTERCHANGE                           00047700
047800       ELSE                                                       00047800
047900         ADD 1 TO WS-NO-CHG-COUNT                                 00047900
048000         MOVE MD-EP-PARTNER-ID OF DDDTEP01 TO WS-PTL-PARTNER-ID   00048000
048100         MOVE MD-EP-PARTNER-NM OF DDDTEP01 TO WS-PTL-PARTNER-NM   00048100
048200         MOVE 0 TO WS-PTL-ICN                                     00048200
048300         MOVE 'NO CHANGES - NOTHING SENT' TO WS-PTL-TYPE          00048300
048400         MOVE SPACES TO RPT-LINE                                  00048400
048500         WRITE RPT-LINE                                           00048500
048600         WRITE RPT-LINE FROM WS-PTNR-LINE                         00048600
048700       END-IF                                                     00048700
048800     END-IF                                                       00048800
048900     .                                                            00048900
049000                                                                  00049000
049100 210-CLEAR-SENT-ROWS.                                             00049100
049200     MOVE WS-PTNR-ID TO MD-OS-PARTNER-ID OF DDDTOS01              00049200
049300     EXEC SQL                                                     00049300
049400       DELETE FROM FC_XXXAIL_EDI_ORG_SENT                         00049400
049500        WHERE OS_PARTNER_ID = :DDDTOS01.MD-OS-PARTNER-ID          00049500
049600     END-EXEC                                                     00049600
049700     IF SQLCODE = 100                                             00049700
049800       MOVE 0 TO SQLCODE                                          00049800
049900     END-IF                                                       00049900
050000     IF SQLCODE NOT = 0                                           00050000
050100       PERFORM 800-REPORT-SQL-ERROR                               00050100
050200     END-IF                                                       00050200
050300     .                                                            00050300
050400                                                                  00050400
050500 220-SEND-ROUTED-LOCATIONS.                                       00050500
050600     EXEC SQL                                                     00050600
050700       OPEN LOC-CSR                                               00050700
050800     END-EXEC                                                     00050800
050900     IF SQLCODE NOT = 0                                           00050900
051000       PERFORM 800-REPORT-SQL-ERROR                               00051000
051100     ELSE                                                         00051100
051200       SET CSR-NOT-EOF TO TRUE                                    00051200
051300       PERFORM 230-FETCH-NEXT-LOCATION                            00051300
051400       PERFORM UNTIL CSR-EOF OR CALL-ERROR-DETECTED               00051400
051500         PERFORM 300-CHECK-ONE-LOCATION                           00051500
051600         PERFORM 230-FETCH-NEXT-LOCATION                          00051600
051700       END-PERFORM                                                00051700
051800       EXEC SQL                                                   00051800
051900         CLOSE LOC-CSR                                            00051900
052000       END-EXEC                                                   00052000
052100       MOVE 0 TO SQLCODE                                          00052100
052200     END-IF                                                       00052200
052300     .                                                            00052300
052400                                                                  00052400
052500 230-FETCH-NEXT-LOCATION.                                         00052500
052600     EXEC SQL                                                     00052600
052700       FETCH LOC-CSR                                              00052700
052800        INTO :DCLXXXATION.LOC-TYP-CD,                             00052800
052900             :DCLXXXATION.LOC-NBR,                                00052900
053000             :DCLXXXATION.LOC-NM,                                 00053000
053100             :DCLXXXATION.PRIM-ADR-1,                             00053100
053200             :DCLXXXATION.PRIM-ADR-2,                             00053200
053300             :DCLXXXATION.PRIM-CITY,                              00053300
053400             :DCLXXXATION.PRIM-STATE-CD,                          00053400
053500             :DCLXXXATION.PRIM-ZIP5-CD,                           00053500
053600             :DCLXXXATION.PRIM-ZIP4-CD,                           00053600
053700             :DCLXXXATION.INACTIVE-SW                             00053700
053800     END-EXEC                                                     00053800
053900     EVALUATE TRUE                                                00053900
054000       WHEN SQLCODE = 0                                           00054000
054100         CONTINUE                                                 00054100
054200       WHEN SQLCODE = 100                                         00054200
054300         SET CSR-EOF TO TRUE                                      00054300
054400         MOVE 0 TO SQLCODE                                        00054400
054500       WHEN OTHER                                                 00054500
054600         SET CSR-EOF TO TRUE                                      00054600
054700         PERFORM 800-REPORT-SQL-ERROR                             00054700
054800     END-EVALUATE                                                 00054800
054900     .                                                            00054900
055000                                                                  00055000
055100 240-CLOSE-DROPPED-LOCATIONS.                                     00055100
055200     EXEC SQL                                                     00055200
055300       OPEN DROP-CSR                                              00055300
055400     END-EXEC                                                     00055400
055500     IF SQLCODE NOT = 0                                           00055500
055600       PERFORM 800-REPORT-SQL-ERROR                               00055600
055700     ELSE                                                         00055700
055800       SET CSR-NOT-EOF TO TRUE                                    00055800
055900       PERFORM 250-FETCH-NEXT-DROPPED                             00055900
056000       PERFORM UNTIL CSR-EOF OR CALL-ERROR-DETECTED               00056000
056100         MOVE 'CLOSE' TO WS-ACTION                                00056100
056200         MOVE 'C'     TO WS-ACTN-CD                               00056200
056300         ADD 1 TO WS-CLOSE-COUNT                                  00056300
056400         PERFORM 440-WRITE-LOCATION-LOOP                          00056400
056500         PERFORM 360-MARK-SENT-CLOSED                             00056500
056600         PERFORM 250-FETCH-NEXT-DROPPED                           00056600
056700       END-PERFORM                                                00056700
056800       EXEC SQL                                                   00056800
056900         CLOSE DROP-CSR                                           00056900
057000       END-EXEC                                                   00057000
057100       MOVE 0 TO SQLCODE                                          00057100
057200     END-IF                                                       00057200
057300     .                                                            00057300
057400                                                                  00057400
057500* A dropped location goes out closed under what it was last       00057500
057600* sent as.                                                        00057600
057700 250-FETCH-NEXT-DROPPED.                                          00057700
057800     EXEC SQL                                                     00057800
057900       FETCH DROP-CSR                                             00057900
058000        INTO :WS-CUR-LOC-TYP-CD,                                  00058000
058100             :WS-CUR-LOC-NBR,                                     00058100
058200             :WS-CUR-RTNG-ID,                                     00058200
058300             :WS-CUR-LOC-NM,                                      00058300
058400             :WS-CUR-ADR-1,                                       00058400
058500             :WS-CUR-ADR-2,                                       00058500
058600             :WS-CUR-CITY,                                        00058600
058700             :WS-CUR-STATE-CD,                                    00058700
058800             :WS-CUR-POSTAL-CD                                    00058800
058900     END-EXEC                                                     00058900
059000     EVALUATE TRUE                                                00059000
059100       WHEN SQLCODE = 0                                           00059100
059200         CONTINUE                                                 00059200
059300       WHEN SQLCODE = 100                                         00059300
059400         SET CSR-EOF TO TRUE                                      00059400
059500         MOVE 0 TO SQLCODE                                        00059500
059600       WHEN OTHER                                                 00059600
059700         SET CSR-EOF TO TRUE                                      00059700
059800         PERFORM 800-REPORT-SQL-ERROR                             00059800
059900     END-EVALUATE                                                 00059900
060000     .                                                            00060000
060100                                                                  00060100
060200*================================================================ 00060200
060300* One routed location against what the partner was last told.     00060300
060400*================================================================ 00060400
060500 300-CHECK-ONE-LOCATION.                                          00060500
060600     PERFORM 310-BUILD-CURRENT-LOCATION                           00060600
060700     IF CALL-NO-ERROR                                             00060700
060800       PERFORM 320-GET-ROUTING-ID                                 00060800
060900     END-IF                                                       00060900
061000     IF CALL-ERROR-DETECTED                                       00061000
061100       CONTINUE                                                   00061100
061200     ELSE                                                         00061200
061300       IF SEND-IS-FULL                                            00061300
061400         IF LO-ACTIVE OF DCLXXXATION                              00061400
061500           MOVE 'SEND ' TO WS-ACTION                              00061500
061600           MOVE 'F'     TO WS-ACTN-CD                             00061600
061700           PERFORM 440-WRITE-LOCATION-LOOP                        00061700
061800           PERFORM 350-SAVE-SENT-OPEN                             00061800
061900         END-IF                                                   00061900
062000       ELSE                                                       00062000
062100         PERFORM 340-GET-SENT-ROW                                 00062100
062200         PERFORM 330-DECIDE-THE-CHANGE                            00062200
062300       END-IF                                                     00062300
062400     END-IF                                                       00062400
062500     .                                                            00062500
062600                                                                  00062600
062700 310-BUILD-CURRENT-LOCATION.                                      00062700
062800     MOVE LOC-TYP-CD    OF DCLXXXATION TO WS-CUR-LOC-TYP-CD       00062800
062900     MOVE LOC-NBR       OF DCLXXXATION TO WS-CUR-LOC-NBR          00062900
063000     MOVE LOC-NM        OF DCLXXXATION TO WS-CUR-LOC-NM           00063000
063100     MOVE PRIM-ADR-1    OF DCLXXXATION TO WS-CUR-ADR-1            00063100
063200     MOVE PRIM-ADR-2    OF DCLXXXATION TO WS-CUR-ADR-2            00063200
063300     MOVE PRIM-CITY     OF DCLXXXATION TO WS-CUR-CITY             00063300
063400     MOVE PRIM-STATE-CD OF DCLXXXATION TO WS-CUR-STATE-CD         00063400
063500     MOVE PRIM-ZIP5-CD  OF DCLXXXATION TO WS-ZIP5-9               00063500
063600     MOVE PRIM-ZIP4-CD  OF DCLXXXATION TO WS-ZIP4-9               00063600
063700     MOVE SPACES TO WS-CUR-POSTAL-CD                              00063700
063800     IF WS-ZIP4-9 > 0                                             00063800
063900       STRING WS-ZIP5-9 WS-ZIP4-9                                 00063900
064000         DELIMITED BY SIZE INTO WS-CUR-POSTAL-CD                  00064000
064100     ELSE                                                         00064100
064200       MOVE WS-ZIP5-9 TO WS-CUR-POSTAL-CD                         00064200
064300     END-IF                                                       00064300
064400     .                                                            00064400
064500                                                                  00064500
064600* The 816's own routing row first; failing that the partner's     00064600
064700* primary row in effect, then its newest.                         00064700
064800 320-GET-ROUTING-ID.                                              00064800
064900     INITIALIZE MMMC0171                                          00064900
065000     MOVE WS-CUR-LOC-NBR    TO MMMC0171-LOC-NBR                   00065000
065100     MOVE WS-CUR-LOC-TYP-CD TO MMMC0171-LOC-TYP-CD                00065100
065200     MOVE WS-PTNR-ID        TO MMMC0171-PARTNER-ID                00065200
065300     MOVE K-DOC-TYP-816     TO MMMC0171-DOC-TYP-CD                00065300
065400     MOVE WS-RUN-ISO-DT     TO MMMC0171-AS-OF-DT                  00065400
065500     CALL MMMS0171-RTNG-LOOKUP USING                              00065500
065600         XXXN001A                                                 00065600
065700         MMMC0171                                                 00065700
065800     EVALUATE TRUE                                                00065800
065900       WHEN NOT SUCCESS                                           00065900
066000         SET CALL-ERROR-DETECTED TO TRUE                          00066000
066100         MOVE 16 TO WS-JOB-RC                                     00066100
066200         DISPLAY 'MMMB1702 - ' IS-RTRN-MSG-TXT                    00066200
066300         MOVE IS-RTRN-MSG-TXT TO RPT-LINE                         00066300
066400         WRITE RPT-LINE                                           00066400
066500       WHEN MMMC0171-ROUTE-FOUND                                  00066500
066600         MOVE MMMC0171-RTNG-ID TO WS-CUR-RTNG-ID                  00066600
066700       WHEN OTHER                                                 00066700
066800         PERFORM 325-GET-PARTNER-ROUTE                            00066800
066900     END-EVALUATE                                                 00066900
067000     .                                                            00067000
067100                                                                  00067100
067200 325-GET-PARTNER-ROUTE.                                           00067200
067300     MOVE WS-CUR-LOC-NBR    TO MD-BR-LOC-NBR    OF DDDTBR01       00067300
067400     MOVE WS-CUR-LOC-TYP-CD TO MD-BR-LOC-TYP-CD OF DDDTBR01       00067400
067500     MOVE WS-PTNR-ID        TO MD-BR-PARTNER-ID OF DDDTBR01       00067500
067600     EXEC SQL                                                     00067600
067700        SELECT BR_RTNG_ID                                         00067700
067800         INTO :DDDTBR01.MD-BR-RTNG-ID                             00067800
067900        FROM FC_XXXAIL_B2B_ROUTE                                  00067900
068000        WHERE BR_LOC_NBR    = :DDDTBR01.MD-BR-LOC-NBR             00068000
068100          AND BR_LOC_TYP_CD = :DDDTBR01.MD-BR-LOC-TYP-CD          00068100
068200          AND BR_PARTNER_ID = :DDDTBR01.MD-BR-PARTNER-ID          00068200
068300          AND BR_EFF_DT    <= CURRENT DATE                        00068300
068400        ORDER BY BR_PRIM_IND DESC, BR_EFF_DT DESC                 00068400
068500        FETCH FIRST 1 ROWS ONLY                                   00068500
068600     END-EXEC                                                     00068600
068700     EVALUATE TRUE                                                00068700
068800       WHEN SQLCODE = 0                                           00068800
068900         MOVE MD-BR-RTNG-ID OF DDDTBR01 TO WS-CUR-RTNG-ID         00068900
069000       WHEN SQLCODE = 100                                         00069000
069100         MOVE 0 TO SQLCODE                                        00069100
069200         MOVE SPACES TO WS-CUR-RTNG-ID                            00069200
069300       WHEN OTHER                                                 00069300
069400         PERFORM 800-REPORT-SQL-ERROR                             00069400
069500     END-EVALUATE                                                 00069500
069600     .                                                            00069600
069700                                                                  00069700
069800 330-DECIDE-THE-CHANGE.                                           00069800
069900     MOVE SPACES TO WS-ACTION                                     00069900
070000     EVALUATE TRUE                                                00070000
070100       WHEN CALL-ERROR-DETECTED                                   00070100
070200         CONTINUE                                                 00070200
070300       WHEN NOT LO-ACTIVE OF DCLXXXATION                          00070300
070400         IF SENT-ROW-FOUND                                        00070400
070500         AND OS-SENT-OPEN OF DCLFC-XXXAIL-EDI-ORG-SENT            00070500
070600           MOVE 'CLOSE' TO WS-ACTION                              00070600
070700           MOVE 'C'     TO WS-ACTN-CD                             00070700
070800           ADD 1 TO WS-CLOSE-COUNT                                00070800
070900         END-IF                                                   00070900
071000       WHEN SENT-ROW-NOT-FOUND                                    00071000
071100         OR OS-SENT-CLOSED OF DCLFC-XXXAIL-EDI-ORG-SENT           00071100
071200         MOVE 'ADD  ' TO WS-ACTION                                00071200
071300         MOVE 'A'     TO WS-ACTN-CD                               00071300
071400         ADD 1 TO WS-ADD-COUNT                                    00071400
071500       WHEN MD-OS-RTNG-ID   OF DDDTOS01 NOT = WS-CUR-RTNG-ID      00071500
071600         OR MD-OS-LOC-NM    OF DDDTOS01 NOT = WS-CUR-LOC-NM       00071600
071700         OR MD-OS-ADR-1     OF DDDTOS01 NOT = WS-CUR-ADR-1        00071700
071800         OR MD-OS-ADR-2     OF DDDTOS01 NOT = WS-CUR-ADR-2        00071800
071900         OR MD-OS-CITY      OF DDDTOS01 NOT = WS-CUR-CITY         00071900
072000         OR MD-OS-STATE-CD  OF DDDTOS01 NOT = WS-CUR-STATE-CD     00072000
072100         OR MD-OS-POSTAL-CD OF DDDTOS01 NOT = WS-CUR-POSTAL-CD    00072100
072200         MOVE 'MOVE ' TO WS-ACTION                                00072200
072300         MOVE 'M'     TO WS-ACTN-CD                               00072300
072400         ADD 1 TO WS-MOVE-COUNT                                   00072400
072500       WHEN OTHER                                                 00072500
072600         CONTINUE                                                 00072600
072700     END-EVALUATE                                                 00072700
072800                                                                  00072800
072900     EVALUATE TRUE                                                00072900
073000       WHEN WS-ACTION = SPACES                                    00073000
073100         CONTINUE                                                 00073100
073200       WHEN WS-ACTN-CD = 'C'                                      00073200
073300         PERFORM 440-WRITE-LOCATION-LOOP                          00073300
073400         PERFORM 360-MARK-SENT-CLOSED                             00073400
073500       WHEN OTHER                                                 00073500
073600         PERFORM 440-WRITE-LOCATION-LOOP                          00073600
073700         PERFORM 350-SAVE-SENT-OPEN                               00073700
073800     END-EVALUATE                                                 00073800
073900     .                                                            00073900
074000                                                                  00074000
074100 340-GET-SENT-ROW.                                                00074100
074200     SET SENT-ROW-NOT-FOUND TO TRUE                               00074200
074300     MOVE WS-PTNR-ID        TO MD-OS-PARTNER-ID OF DDDTOS01       00074300
074400     MOVE WS-CUR-LOC-TYP-CD TO MD-OS-LOC-TYP-CD OF DDDTOS01       00074400
074500     MOVE WS-CUR-LOC-NBR    TO MD-OS-LOC-NBR    OF DDDTOS01       00074500
074600     EXEC SQL                                                     00074600
074700        SELECT OS_RTNG_ID, OS_LOC_NM, OS_ADR_1, OS_ADR_2,         00074700
074800               OS_CITY, OS_STATE_CD, OS_POSTAL_CD, OS_STAT_CD     00074800
074900         INTO :DDDTOS01.MD-OS-RTNG-ID,                            00074900
075000              :DDDTOS01.MD-OS-LOC-NM,                             00075000
075100              :DDDTOS01.MD-OS-ADR-1,                              00075100
075200              :DDDTOS01.MD-OS-ADR-2,                              00075200
075300              :DDDTOS01.MD-OS-CITY,                               00075300
075400              :DDDTOS01.MD-OS-STATE-CD,                           00075400
075500              :DDDTOS01.MD-OS-POSTAL-CD,                          00075500
075600              :DDDTOS01.MD-OS-STAT-CD                             00075600
075700        FROM FC_XXXAIL_EDI_ORG_SENT                               00075700
075800        WHERE OS_PARTNER_ID = :DDDTOS01.MD-OS-PARTNER-ID          00075800
075900          AND OS_LOC_TYP_CD = :DDDTOS01.MD-OS-LOC-TYP-CD          00075900
076000          AND OS_LOC_NBR    = :DDDTOS01.MD-OS-LOC-NBR             00076000
076100     END-EXEC                                                     00076100
076200     EVALUATE TRUE                                                00076200
076300       WHEN SQLCODE = 0                                           00076300
076400         SET SENT-ROW-FOUND TO TRUE                               00076400
076500       WHEN SQLCODE = 100                                         00076500
076600         MOVE 0 TO SQLCODE                                        00076600
076700       WHEN OTHER                                                 00076700
076800         PERFORM 800-REPORT-SQL-ERROR                             00076800
076900     END-EVALUATE                                                 00076900
077000     .                                                            00077000
077100                                                                  00077100
077200* What went out, as it went out - replaced if the partner had     00077200
077300* a row for the location, added if not.                           00077300
077400 350-SAVE-SENT-OPEN.                                              00077400
077500     MOVE WS-PTNR-ID        TO MD-OS-PARTNER-ID  OF DDDTOS01      00077500
077600     MOVE WS-CUR-LOC-TYP-CD TO MD-OS-LOC-TYP-CD  OF DDDTOS01      00077600
077700     MOVE WS-CUR-LOC-NBR    TO MD-OS-LOC-NBR     OF DDDTOS01      00077700
077800     MOVE WS-CUR-RTNG-ID    TO MD-OS-RTNG-ID     OF DDDTOS01      00077800
077900     MOVE WS-CUR-LOC-NM     TO MD-OS-LOC-NM      OF DDDTOS01      00077900
078000     MOVE WS-CUR-ADR-1      TO MD-OS-ADR-1       OF DDDTOS01      00078000
078100     MOVE WS-CUR-ADR-2      TO MD-OS-ADR-2       OF DDDTOS01      00078100
078200     MOVE WS-CUR-CITY       TO MD-OS-CITY        OF DDDTOS01      00078200
078300     MOVE WS-CUR-STATE-CD   TO MD-OS-STATE-CD    OF DDDTOS01      00078300
078400     MOVE WS-CUR-POSTAL-CD  TO MD-OS-POSTAL-CD   OF DDDTOS01      00078400
078500     MOVE 'A'               TO MD-OS-STAT-CD     OF DDDTOS01      00078500
078600     MOVE WS-ACTN-CD        TO MD-OS-LAST-ACTN-CD OF DDDTOS01     00078600
078700     MOVE WS-NEW-ICN        TO MD-OS-LAST-ICN    OF DDDTOS01      00078700
078800     EXEC SQL                                                     00078800
078900       UPDATE FC_XXXAIL_EDI_ORG_SENT                              00078900
079000          SET OS_RTNG_ID      = :DDDTOS01.MD-OS-RTNG-ID,          00079000
079100              OS_LOC_NM       = :DDDTOS01.MD-OS-LOC-NM,           00079100
079200              OS_ADR_1        = :DDDTOS01.MD-OS-ADR-1,            00079200
079300              OS_ADR_2        = :DDDTOS01.MD-OS-ADR-2,            00079300
079400              OS_CITY         = :DDDTOS01.MD-OS-CITY,             00079400
079500              OS_STATE_CD     = :DDDTOS01.MD-OS-STATE-CD,         00079500
079600              OS_POSTAL_CD    = :DDDTOS01.MD-OS-POSTAL-CD,        00079600
079700              OS_STAT_CD      = :DDDTOS01.MD-OS-STAT-CD,          00079700
079800              OS_LAST_ACTN_CD = :DDDTOS01.MD-OS-LAST-ACTN-CD,     00079800
079900              OS_LAST_ICN     = :DDDTOS01.MD-OS-LAST-ICN          00079900
080000        WHERE OS_PARTNER_ID   = :DDDTOS01.MD-OS-PARTNER-ID        00080000
080100          AND OS_LOC_TYP_CD   = :DDDTOS01.MD-OS-LOC-TYP-CD        00080100
080200          AND OS_LOC_NBR      = :DDDTOS01.MD-OS-LOC-NBR           00080200
080300     END-EXEC                                                     00080300
080400     IF SQLCODE = 100                                             00080400
080500       EXEC SQL                                                   00080500
080600         INSERT INTO FC_XXXAIL_EDI_ORG_SENT                       00080600
080700            ( OS_PARTNER_ID, OS_LOC_TYP_CD, OS_LOC_NBR,           00080700
080800              OS_RTNG_ID, OS_LOC_NM, OS_ADR_1, OS_ADR_2,          00080800
080900              OS_CITY, OS_STATE_CD, OS_POSTAL_CD, OS_STAT_CD,     00080900
081000              OS_LAST_ACTN_CD, OS_LAST_ICN )                      00081000
081100         VALUES                                                   00081100
081200            ( :DDDTOS01.MD-OS-PARTNER-ID,                         00081200
081300              :DDDTOS01.MD-OS-LOC-TYP-CD,                         00081300
081400              :DDDTOS01.MD-OS-LOC-NBR,                            00081400
081500              :DDDTOS01.MD-OS-RTNG-ID,                            00081500
081600              :DDDTOS01.MD-OS-LOC-NM,                             00081600
081700              :DDDTOS01.MD-OS-ADR-1,                              00081700
081800              :DDDTOS01.MD-OS-ADR-2,                              00081800
081900              :DDDTOS01.MD-OS-CITY,                               00081900
082000              :DDDTOS01.MD-OS-STATE-CD,                           00082000
082100              :DDDTOS01.MD-OS-POSTAL-CD,                          00082100
082200              :DDDTOS01.MD-OS-STAT-CD,                            00082200
082300              :DDDTOS01.MD-OS-LAST-ACTN-CD,                       00082300
082400              :DDDTOS01.MD-OS-LAST-ICN )                          00082400
082500       END-EXEC                                                   00082500
082600     END-IF                                                       00082600
082700     IF SQLCODE NOT = 0                                           00082700
082800       PERFORM 800-REPORT-SQL-ERROR                               00082800
082900     END-IF                                                       00082900
083000     .                                                            00083000
083100                                                                  00083100
083200* A close keeps the name and address last sent with it.           00083200
083300 360-MARK-SENT-CLOSED.                                            00083300
083400     MOVE WS-PTNR-ID        TO MD-OS-PARTNER-ID  OF DDDTOS01      00083400
083500     MOVE WS-CUR-LOC-TYP-CD TO MD-OS-LOC-TYP-CD  OF DDDTOS01      00083500
083600     MOVE WS-CUR-LOC-NBR    TO MD-OS-LOC-NBR     OF DDDTOS01      00083600
083700     MOVE WS-NEW-ICN        TO MD-OS-LAST-ICN    OF DDDTOS01      00083700
083800     EXEC SQL                                                     00083800
083900       UPDATE FC_XXXAIL_EDI_ORG_SENT                              00083900
084000          SET OS_STAT_CD      = 'C',                              00084000
084100              OS_LAST_ACTN_CD = 'C',                              00084100
084200              OS_LAST_ICN     = :DDDTOS01.MD-OS-LAST-ICN          00084200
084300        WHERE OS_PARTNER_ID   = :DDDTOS01.MD-OS-PARTNER-ID        00084300
084400          AND OS_LOC_TYP_CD   = :DDDTOS01.MD-OS-LOC-TYP-CD        00084400
084500          AND OS_LOC_NBR      = :DDDTOS01.MD-OS-LOC-NBR           00084500
084600     END-EXEC                                                     00084600
084700     IF SQLCODE NOT = 0                                           00084700
084800       PERFORM 800-REPORT-SQL-ERROR                               00084800
084900     END-IF                                                       00084900
085000     .                                                            00085000
085100                                                                  00085100
085200*================================================================ 00085200
085300* The envelope - opened on a partner's first change (at once      00085300
085400* for a full replacement) so a quiet partner costs nothing.       00085400
085500*================================================================ 00085500
085600 400-OPEN-INTERCHANGE.                                            00085600
085700     SET XCHG-IS-OPEN TO TRUE                                     00085700
085800     MOVE MD-EP-PARTNER-ID OF DDDTEP01 TO WS-PTL-PARTNER-ID       00085800
085900     MOVE MD-EP-PARTNER-NM OF DDDTEP01 TO WS-PTL-PARTNER-NM       00085900
086000     MOVE WS-ICN-9                     TO WS-PTL-ICN              00086000
086100     IF SEND-IS-FULL                                              00086100
086200       MOVE 'FULL REPLACEMENT'         TO WS-PTL-TYPE             00086200
086300     ELSE                                                         00086300
086400       MOVE 'CHANGES ONLY'             TO WS-PTL-TYPE             00086400
086500     END-IF                                                       00086500
086600     MOVE SPACES TO RPT-LINE                                      00086600
086700     WRITE RPT-LINE                                               00086700
086800     WRITE RPT-LINE FROM WS-PTNR-LINE                             00086800
086900     WRITE RPT-LINE FROM WS-COL-LINE                              00086900
087000                                                                  00087000
087100     MOVE MD-EP-SNDR-QUAL-CD OF DDDTEP01 TO WS-ISA-SNDR-QUAL      00087100
087200     MOVE MD-EP-SNDR-ID      OF DDDTEP01 TO WS-ISA-SNDR-ID        00087200
087300     MOVE MD-EP-RCVR-QUAL-CD OF DDDTEP01 TO WS-ISA-RCVR-QUAL      00087300
087400     MOVE MD-EP-RCVR-ID      OF DDDTEP01 TO WS-ISA-RCVR-ID        00087400
087500     MOVE WS-RUN-YYMMDD                  TO WS-ISA-DATE           00087500
087600     MOVE WS-RUN-HHMM                    TO WS-ISA-TIME           00087600
087700     MOVE WS-ICN-9                       TO WS-ISA-ICN            00087700
087800     WRITE EDI-REC FROM WS-ISA-SEG                                00087800
087900     ADD 1 TO WS-FILE-SEG-COUNT                                   00087900
088000                                                                  00088000
088100     MOVE 'GS' TO WS-ELEM                                         00088100
088200     PERFORM 710-START-SEGMENT                                    00088200
088300     MOVE 'OR' TO WS-ELEM                                         00088300
088400     PERFORM 720-ADD-ELEMENT                                      00088400
088500     MOVE MD-EP-SNDR-ID OF DDDTEP01 TO WS-ELEM                    00088500
088600     PERFORM 720-ADD-ELEMENT                                      00088600
088700     MOVE MD-EP-RCVR-ID OF DDDTEP01 TO WS-ELEM                    00088700
088800     PERFORM 720-ADD-ELEMENT                                      00088800
088900     MOVE WS-RUN-DATE-X TO WS-ELEM                                00088900
089000     PERFORM 720-ADD-ELEMENT                                      00089000
089100     MOVE WS-RUN-HHMM TO WS-ELEM                                  00089100
089200     PERFORM 720-ADD-ELEMENT                                      00089200
089300     MOVE WS-NEW-ICN TO WS-NUM-EDIT                               00089300
089400     PERFORM 730-MOVE-NUMBER                                      00089400
089500     PERFORM 720-ADD-ELEMENT                                      00089500
089600     MOVE 'X' TO WS-ELEM                                          00089600
089700     PERFORM 720-ADD-ELEMENT                                      00089700
089800     MOVE '004010' TO WS-ELEM                                     00089800
089900     PERFORM 720-ADD-ELEMENT                                      00089900
090000     PERFORM 740-END-SEGMENT                                      00090000
090100                                                                  00090100
090200     MOVE 0 TO WS-ST-SEG-COUNT                                    00090200
090300     MOVE 'ST' TO WS-ELEM                                         00090300
090400     PERFORM 710-START-SEGMENT                                    00090400
090500     MOVE K-DOC-TYP-816 TO WS-ELEM                                00090500
090600     PERFORM 720-ADD-ELEMENT                                      00090600
090700     MOVE K-ST-CTL-NBR TO WS-ELEM                                 00090700
090800     PERFORM 720-ADD-ELEMENT                                      00090800
090900     PERFORM 740-END-SEGMENT                                      00090900
091000                                                                  00091000
091100*    BHT purpose 05 replaces the partner's list, 04 changes it.   00091100
091200     MOVE 'BHT' TO WS-ELEM                                        00091200
091300     PERFORM 710-START-SEGMENT                                    00091300
091400     MOVE '0001' TO WS-ELEM                                       00091400
091500     PERFORM 720-ADD-ELEMENT                                      00091500
091600     IF SEND-IS-FULL                                              00091600
091700       MOVE '05' TO WS-ELEM                                       00091700
091800     ELSE                                                         00091800
091900       MOVE '04' TO WS-ELEM                                       00091900
092000     END-IF                                                       00092000
092100     PERFORM 720-ADD-ELEMENT                                      00092100
092200     MOVE SPACES TO WS-ELEM                                       00092200
092300     STRING WS-PTNR-ID DELIMITED BY SPACE                         00092300
092400            WS-ICN-9   DELIMITED BY SIZE                          00092400
092500       INTO WS-ELEM                                               00092500
092600     PERFORM 720-ADD-ELEMENT                                      00092600
092700     MOVE WS-RUN-DATE-X TO WS-ELEM                                00092700
092800     PERFORM 720-ADD-ELEMENT                                      00092800
092900     MOVE WS-RUN-HHMM TO WS-ELEM                                  00092900
093000     PERFORM 720-ADD-ELEMENT                                      00093000
093100     PERFORM 740-END-SEGMENT                                      00093100
093200                                                                  00093200
093300*    Our organization, the parent of every location loop.         00093300
093400     MOVE 1 TO WS-HL-COUNT                                        00093400
093500     MOVE 'HL' TO WS-ELEM                                         00093500
093600     PERFORM 710-START-SEGMENT                                    00093600
093700     MOVE '1' TO WS-ELEM                                          00093700
093800     PERFORM 720-ADD-ELEMENT                                      00093800
093900     MOVE SPACES TO WS-ELEM                                       00093900
094000     PERFORM 720-ADD-ELEMENT                                      00094000
094100     MOVE '1' TO WS-ELEM                                          00094100
094200     PERFORM 720-ADD-ELEMENT                                      00094200
094300     PERFORM 740-END-SEGMENT                                      00094300
094400     MOVE 'N1' TO WS-ELEM                                         00094400
094500     PERFORM 710-START-SEGMENT                                    00094500
094600     MOVE 'BY' TO WS-ELEM                                         00094600
094700     PERFORM 720-ADD-ELEMENT                                      00094700
094800     MOVE SPACES TO WS-ELEM                                       00094800
094900     PERFORM 720-ADD-ELEMENT                                      00094900
095000     MOVE MD-EP-SNDR-QUAL-CD OF DDDTEP01 TO WS-ELEM               00095000
095100     PERFORM 720-ADD-ELEMENT                                      00095100
095200     MOVE MD-EP-SNDR-ID OF DDDTEP01 TO WS-ELEM                    00095200
095300     PERFORM 720-ADD-ELEMENT                                      00095300
095400     PERFORM 740-END-SEGMENT                                      00095400
095500     .                                                            00095500
095600                                                                  00095600
095700* One location loop: HL, N1 ship-to with the partner's routing    00095700
095800* id, N3/N4 address, REF ST store number, and on a change run     00095800
095900* REF ZZ with the action.                                         00095900
096000 440-WRITE-LOCATION-LOOP.                                         00096000
096100     IF XCHG-NOT-OPEN                                             00096100
096200       PERFORM 400-OPEN-INTERCHANGE                               00096200
096300     END-IF                                                       00096300
096400     ADD 1 TO WS-SENT-COUNT                                       00096400
096500     ADD 1 TO WS-HL-COUNT                                         00096500
096600                                                                  00096600
096700     MOVE 'HL' TO WS-ELEM                                         00096700
096800     PERFORM 710-START-SEGMENT                                    00096800
096900     MOVE WS-HL-COUNT TO WS-NUM-EDIT                              00096900
097000     PERFORM 730-MOVE-NUMBER                                      00097000
097100     PERFORM 720-ADD-ELEMENT                                      00097100
097200     MOVE '1' TO WS-ELEM                                          00097200
097300     PERFORM 720-ADD-ELEMENT                                      00097300
097400     MOVE '2' TO WS-ELEM                                          00097400
097500     PERFORM 720-ADD-ELEMENT                                      00097500
097600     PERFORM 740-END-SEGMENT                                      00097600
097700                                                                  00097700
097800     MOVE 'N1' TO WS-ELEM                                         00097800
097900     PERFORM 710-START-SEGMENT                                    00097900
098000     MOVE 'ST' TO WS-ELEM                                         00098000
098100     PERFORM 720-ADD-ELEMENT                                      00098100
098200     MOVE WS-CUR-LOC-NM TO WS-ELEM                                00098200
098300     PERFORM 720-ADD-ELEMENT                                      00098300
098400     MOVE '92' TO WS-ELEM                                         00098400
098500     PERFORM 720-ADD-ELEMENT                                      00098500
098600     MOVE WS-CUR-RTNG-ID TO WS-ELEM                               00098600
098700     PERFORM 720-ADD-ELEMENT                                      00098700
098800     PERFORM 740-END-SEGMENT                                      00098800
098900                                                                  00098900
099000     MOVE 'N3' TO WS-ELEM                                         00099000
099100     PERFORM 710-START-SEGMENT                                    00099100
099200     MOVE WS-CUR-ADR-1 TO WS-ELEM                                 00099200
099300     PERFORM 720-ADD-ELEMENT                                      00099300
099400     IF WS-CUR-ADR-2 NOT = SPACES                                 00099400
099500       MOVE WS-CUR-ADR-2 TO WS-ELEM                               00099500
099600       PERFORM 720-ADD-ELEMENT                                    00099600
099700     END-IF                                                       00099700
099800     PERFORM 740-END-SEGMENT                                      00099800
099900                                                                  00099900
100000     MOVE 'N4' TO WS-ELEM                                         00100000
100100     PERFORM 710-START-SEGMENT                                    00100100
100200     MOVE WS-CUR-CITY TO WS-ELEM                                  00100200
100300     PERFORM 720-ADD-ELEMENT                                      00100300
100400     MOVE WS-CUR-STATE-CD TO WS-ELEM                              00100400
100500     PERFORM 720-ADD-ELEMENT                                      00100500
100600     MOVE WS-CUR-POSTAL-CD TO WS-ELEM                             00100600
100700     PERFORM 720-ADD-ELEMENT                                      00100700
100800     PERFORM 740-END-SEGMENT                                      00100800
100900                                                                  00100900
101000     MOVE 'REF' TO WS-ELEM                                        00101000
101100     PERFORM 710-START-SEGMENT                                    00101100
101200     MOVE 'ST' TO WS-ELEM                                         00101200
101300     PERFORM 720-ADD-ELEMENT                                      00101300
101400     MOVE WS-CUR-LOC-NBR TO WS-NUM-EDIT                           00101400
101500     PERFORM 730-MOVE-NUMBER                                      00101500
101600     PERFORM 720-ADD-ELEMENT                                      00101600
101700     PERFORM 740-END-SEGMENT                                      00101700
101800                                                                  00101800
101900     IF SEND-IS-CHANGES                                           00101900
102000       MOVE 'REF' TO WS-ELEM                                      00102000
102100       PERFORM 710-START-SEGMENT                                  00102100
102200       MOVE 'ZZ' TO WS-ELEM                                       00102200
102300       PERFORM 720-ADD-ELEMENT                                    00102300
102400       MOVE WS-ACTION TO WS-ELEM                                  00102400
102500       PERFORM 720-ADD-ELEMENT                                    00102500
102600       PERFORM 740-END-SEGMENT                                    00102600
102700     END-IF                                                       00102700
102800                                                                  00102800
102900     MOVE WS-ACTION         TO WS-DTL-ACTION                      00102900
103000     MOVE WS-CUR-LOC-TYP-CD TO WS-DTL-LOC-TYP-CD                  00103000
103100     MOVE WS-CUR-LOC-NBR    TO WS-DTL-LOC-NBR                     00103100
103200     MOVE WS-CUR-RTNG-ID    TO WS-DTL-RTNG-ID                     00103200
103300     MOVE WS-CUR-LOC-NM     TO WS-DTL-LOC-NM                      00103300
103400     MOVE WS-CUR-CITY       TO WS-DTL-CITY                        00103400
103500     MOVE WS-CUR-STATE-CD   TO WS-DTL-STATE-CD                    00103500
103600     WRITE RPT-LINE FROM WS-DTL-LINE                              00103600
103700     .                                                            00103700
103800                                                                  00103800
103900 480-CLOSE-INTERCHANGE.                                           00103900
104000     MOVE 'SE' TO WS-ELEM                                         00104000
104100     PERFORM 710-START-SEGMENT                                    00104100
104200     ADD 1 TO WS-ST-SEG-COUNT                                     00104200
104300     MOVE WS-ST-SEG-COUNT TO WS-NUM-EDIT                          00104300
104400     PERFORM 730-MOVE-NUMBER                                      00104400
104500     PERFORM 720-ADD-ELEMENT                                      00104500
104600     MOVE K-ST-CTL-NBR TO WS-ELEM                                 00104600
104700     PERFORM 720-ADD-ELEMENT                                      00104700
104800     SUBTRACT 1 FROM WS-ST-SEG-COUNT                              00104800
104900     PERFORM 740-END-SEGMENT                                      00104900
105000     MOVE WS-ST-SEG-COUNT TO WS-TXN-SEG-COUNT                     00105000
105100                                                                  00105100
105200     MOVE 'GE' TO WS-ELEM                                         00105200
105300     PERFORM 710-START-SEGMENT                                    00105300
105400     MOVE '1' TO WS-ELEM                                          00105400
105500     PERFORM 720-ADD-ELEMENT                                      00105500
105600     MOVE WS-NEW-ICN TO WS-NUM-EDIT                               00105600
105700     PERFORM 730-MOVE-NUMBER                                      00105700
105800     PERFORM 720-ADD-ELEMENT                                      00105800
105900     PERFORM 740-END-SEGMENT                                      00105900
106000                                                                  00106000
106100     MOVE 'IEA' TO WS-ELEM                                        00106100
106200     PERFORM 710-START-SEGMENT                                    00106200
106300     MOVE '1' TO WS-ELEM                                          00106300
106400     PERFORM 720-ADD-ELEMENT                                      00106400
106500     MOVE WS-ICN-9 TO WS-ELEM                                     00106500
106600     PERFORM 720-ADD-ELEMENT                                      00106600
106700     PERFORM 740-END-SEGMENT                                      00106700
106800     .                                                            00106800
106900                                                                  00106900
107000*================================================================ 00107000
107100* Prove it - the partner's control number moves on and the        00107100
107200* interchange is logged with what it carried.                     00107200
107300*================================================================ 00107300
107400 500-RECORD-INTERCHANGE.                                          00107400
107500     MOVE WS-PTNR-ID    TO MD-EP-PARTNER-ID OF DDDTEP01           00107500
107600     MOVE WS-NEW-ICN    TO MD-EP-LAST-ICN   OF DDDTEP01           00107600
107700     MOVE WS-RUN-TS     TO MD-EP-LAST-SENT-TS OF DDDTEP01         00107700
107800     EXEC SQL                                                     00107800
107900       UPDATE FC_XXXAIL_EDI_PTNR                                  00107900
108000          SET EP_LAST_ICN      = :DDDTEP01.MD-EP-LAST-ICN,        00108000
108100              EP_LAST_SENT_TS  = :DDDTEP01.MD-EP-LAST-SENT-TS,    00108100
108200              EP_FULL_SENT_IND = 'Y'                              00108200
108300        WHERE EP_PARTNER_ID    = :DDDTEP01.MD-EP-PARTNER-ID       00108300
108400     END-EXEC                                                     00108400
108500     IF SQLCODE NOT = 0                                           00108500
108600       PERFORM 800-REPORT-SQL-ERROR                               00108600
108700     ELSE                                                         00108700
108800       MOVE WS-PTNR-ID      TO MD-IX-PARTNER-ID  OF DDDTIX01      00108800
108900       MOVE WS-NEW-ICN      TO MD-IX-ICN         OF DDDTIX01      00108900
109000       MOVE K-DOC-TYP-816   TO MD-IX-DOC-TYP-CD  OF DDDTIX01      00109000
109100       MOVE WS-RUN-TS       TO MD-IX-SENT-TS     OF DDDTIX01      00109100
109200       MOVE WS-SEND-TYPE-SW TO MD-IX-XCHG-TYP-CD OF DDDTIX01      00109200
109300       MOVE WS-ADD-COUNT    TO MD-IX-ADD-CNT     OF DDDTIX01      00109300
109400       MOVE WS-MOVE-COUNT   TO MD-IX-MOVE-CNT    OF DDDTIX01      00109400
109500       MOVE WS-CLOSE-COUNT  TO MD-IX-CLOSE-CNT   OF DDDTIX01      00109500
109600       MOVE WS-TXN-SEG-COUNT TO MD-IX-SEG-CNT    OF DDDTIX01      00109600
109700       MOVE K-JOB-NM        TO MD-IX-JOB-NM      OF DDDTIX01      00109700
109800       EXEC SQL                                                   00109800
109900         INSERT INTO FC_XXXAIL_EDI_XCHG                           00109900
110000            ( IX_PARTNER_ID, IX_ICN, IX_DOC_TYP_CD, IX_SENT_TS,   00110000
110100              IX_XCHG_TYP_CD, IX_ADD_CNT, IX_MOVE_CNT,            00110100
110200              IX_CLOSE_CNT, IX_SEG_CNT, IX_JOB_NM )               00110200
110300         VALUES                                                   00110300
110400            ( :DDDTIX01.MD-IX-PARTNER-ID,                         00110400
110500              :DDDTIX01.MD-IX-ICN,                                00110500
110600              :DDDTIX01.MD-IX-DOC-TYP-CD,                         00110600
110700              :DDDTIX01.MD-IX-SENT-TS,                            00110700
110800              :DDDTIX01.MD-IX-XCHG-TYP-CD,                        00110800
110900              :DDDTIX01.MD-IX-ADD-CNT,                            00110900
111000              :DDDTIX01.MD-IX-MOVE-CNT,                           00111000
111100              :DDDTIX01.MD-IX-CLOSE-CNT,                          00111100
111200              :DDDTIX01.MD-IX-SEG-CNT,                            00111200
111300              :DDDTIX01.MD-IX-JOB-NM )                            00111300
111400       END-EXEC                                                   00111400
111500       IF SQLCODE NOT = 0                                         00111500
111600         PERFORM 800-REPORT-SQL-ERROR                             00111600
111700       END-IF                                                     00111700
111800     END-IF                                                       00111800
111900                                                                  00111900
112000     IF CALL-NO-ERROR                                             00112000
112100       ADD 1 TO WS-XCHG-COUNT                                     00112100
112200       ADD WS-SENT-COUNT  TO WS-TOT-SENT-COUNT                    00112200
112300       ADD WS-ADD-COUNT   TO WS-TOT-ADD-COUNT                     00112300
112400       ADD WS-MOVE-COUNT  TO WS-TOT-MOVE-COUNT                    00112400
112500       ADD WS-CLOSE-COUNT TO WS-TOT-CLOSE-COUNT                   00112500
112600       MOVE WS-SENT-COUNT   TO WS-PTT-SENT                        00112600
112700       MOVE WS-ADD-COUNT    TO WS-PTT-ADD                         00112700
112800       MOVE WS-MOVE-COUNT   TO WS-PTT-MOVE                        00112800
112900       MOVE WS-CLOSE-COUNT  TO WS-PTT-CLOSE                       00112900
113000       MOVE WS-TXN-SEG-COUNT TO WS-PTT-SEGS                       00113000
113100       WRITE RPT-LINE FROM WS-PTOT-LINE                           00113100
113200     END-IF                                                       00113200
113300     .                                                            00113300
113400                                                                  00113400
113500*================================================================ 00113500
113600* Commit the run when every partner went through; otherwise       00113600
113700* back it all out so the run can simply be repeated.              00113700
113800*================================================================ 00113800
113900 690-END-THE-UNIT-OF-WORK.                                        00113900
114000     IF CALL-NO-ERROR                                             00114000
114100       EXEC SQL                                                   00114100
114200         COMMIT                                                   00114200
114300       END-EXEC                                                   00114300
114400     ELSE                                                         00114400
114500       EXEC SQL                                                   00114500
114600         ROLLBACK                                                 00114600
114700       END-EXEC                                                   00114700
114800       MOVE SPACES TO RPT-LINE                                    00114800
114900       STRING 'RUN BACKED OUT - NOTHING RECORDED, DO NOT SEND '   00114900
115000              'EDIOUT, RERUN WHEN CORRECTED'                      00115000
115100         DELIMITED BY SIZE INTO RPT-LINE                          00115100
115200       WRITE RPT-LINE                                             00115200
115300     END-IF                                                       00115300
115400     .                                                            00115400
115500                                                                  00115500
115600*================================================================ 00115600
115700* Segment building.  WS-ELEM carries the segment id or the next   00115700
115800* element; the segment is written when it is ended.               00115800
115900*================================================================ 00115900
116000 710-START-SEGMENT.                                               00116000
116100     MOVE SPACES TO WS-SEG                                        00116100
116200     MOVE 0 TO WS-SEG-LEN                                         00116200
116300     PERFORM 750-APPEND-ELEMENT                                   00116300
116400     .                                                            00116400
116500                                                                  00116500
116600 720-ADD-ELEMENT.                                                 00116600
116700     ADD 1 TO WS-SEG-LEN                                          00116700
116800     MOVE '*' TO WS-SEG (WS-SEG-LEN:1)                            00116800
116900     PERFORM 750-APPEND-ELEMENT                                   00116900
117000     .                                                            00117000
117100                                                                  00117100
117200* A number as an element, without its leading blanks.             00117200
117300 730-MOVE-NUMBER.                                                 00117300
117400     MOVE SPACES TO WS-ELEM                                       00117400
117500     PERFORM VARYING WS-NUM-IX FROM 1 BY 1                        00117500
117600             UNTIL WS-NUM-IX > 8                                  00117600
117700                OR WS-NUM-EDIT (WS-NUM-IX:1) NOT = SPACE          00117700
117800       CONTINUE                                                   00117800
117900     END-PERFORM                                                  00117900
118000     MOVE WS-NUM-EDIT (WS-NUM-IX:) TO WS-ELEM                     00118000
118100     .                                                            00118100
118200                                                                  00118200
118300 740-END-SEGMENT.                                                 00118300
118400     ADD 1 TO WS-SEG-LEN                                          00118400
118500     MOVE '~' TO WS-SEG (WS-SEG-LEN:1)                            00118500
118600     WRITE EDI-REC FROM WS-SEG                                    00118600
118700     ADD 1 TO WS-ST-SEG-COUNT                                     00118700
118800     ADD 1 TO WS-FILE-SEG-COUNT                                   00118800
118900     .                                                            00118900
119000                                                                  00119000
119100 750-APPEND-ELEMENT.                                              00119100
119200     INSPECT WS-ELEM REPLACING ALL '*' BY SPACE                   00119200
119300                               ALL '~' BY SPACE                   00119300
119400                               ALL '>' BY SPACE                   00119400
119500     PERFORM VARYING WS-ELEM-LEN FROM 60 BY -1                    00119500
119600             UNTIL WS-ELEM-LEN < 1                                00119600
119700                OR WS-ELEM (WS-ELEM-LEN:1) NOT = SPACE            00119700
119800       CONTINUE                                                   00119800
119900     END-PERFORM                                                  00119900
120000     IF WS-ELEM-LEN > 0                                           00120000
120100       MOVE WS-ELEM (1:WS-ELEM-LEN)                               00120100
120200         TO WS-SEG (WS-SEG-LEN + 1:WS-ELEM-LEN)                   00120200
120300       ADD WS-ELEM-LEN TO WS-SEG-LEN                              00120300
120400     END-IF                                                       00120400
120500     .                                                            00120500
120600                                                                  00120600
120700 800-REPORT-SQL-ERROR.                                            00120700
120800     SET  CALL-ERROR-DETECTED TO TRUE                             00120800
120900     MOVE SQLCODE TO WS-SQLCODE                                   00120900
121000     MOVE SPACES  TO RPT-LINE                                     00121000
121100     STRING 'MMMB1702 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00121100
121200       DELIMITED BY SIZE INTO RPT-LINE                            00121200
121300     WRITE RPT-LINE                                               00121300
121400     DISPLAY 'MMMB1702 - SQL ERROR, SQLCODE = ' WS-SQLCODE        00121400
121500     MOVE 16 TO WS-JOB-RC                                         00121500
121600     MOVE 0 TO SQLCODE                                            00121600
121700     .                                                            00121700
121800                                                                  00121800
121900*================================================================ 00121900
122000* Termination - run totals and close up.                          00122000
122100*================================================================ 00122100
122200 900-TERMINATE.                                                   00122200
122300     MOVE SPACES TO RPT-LINE                                      00122300
122400     WRITE RPT-LINE                                               00122400
122500     MOVE 'PARTNERS PROCESSED            -  ' TO WS-CNT-TXT       00122500
122600     MOVE WS-PARTNER-COUNT                    TO WS-CNT-NBR       00122600
122700     WRITE RPT-LINE FROM WS-CNT-LINE                              00122700
122800     MOVE 'INTERCHANGES WRITTEN          -  ' TO WS-CNT-TXT       00122800
122900     MOVE WS-XCHG-COUNT                       TO WS-CNT-NBR       00122900
123000     WRITE RPT-LINE FROM WS-CNT-LINE                              00123000
123100     MOVE 'PARTNERS WITH NO CHANGES      -  ' TO WS-CNT-TXT       00123100
123200     MOVE WS-NO-CHG-COUNT                     TO WS-CNT-NBR       00123200
123300     WRITE RPT-LINE FROM WS-CNT-LINE                              00123300
123400     MOVE 'LOCATION LOOPS SENT           -  ' TO WS-CNT-TXT       00123400
123500     MOVE WS-TOT-SENT-COUNT                   TO WS-CNT-NBR       00123500
123600     WRITE RPT-LINE FROM WS-CNT-LINE                              00123600
123700     MOVE '  ADDS                        -  ' TO WS-CNT-TXT       00123700
123800     MOVE WS-TOT-ADD-COUNT                    TO WS-CNT-NBR       00123800
123900     WRITE RPT-LINE FROM WS-CNT-LINE                              00123900
124000     MOVE '  MOVES                       -  ' TO WS-CNT-TXT       00124000
124100     MOVE WS-TOT-MOVE-COUNT                   TO WS-CNT-NBR       00124100
124200     WRITE RPT-LINE FROM WS-CNT-LINE                              00124200
124300     MOVE '  CLOSES                      -  ' TO WS-CNT-TXT       00124300
124400     MOVE WS-TOT-CLOSE-COUNT                  TO WS-CNT-NBR       00124400
124500     WRITE RPT-LINE FROM WS-CNT-LINE                              00124500
124600     MOVE 'EDIOUT SEGMENTS WRITTEN       -  ' TO WS-CNT-TXT       00124600
124700     MOVE WS-FILE-SEG-COUNT                   TO WS-CNT-NBR       00124700
124800     WRITE RPT-LINE FROM WS-CNT-LINE                              00124800
124900     CLOSE EDI-OUT EDI-RPT                                        00124900
125000     .                                                            00125000
125100                                                                  00125100
125200*================================================================ 00125200
125300* Run control - refuse a duplicate or out-of-order start, and     00125300
125400* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00125400
125500*================================================================ 00125500
125600 050-RUN-CNTL-START.                                              00125600
125700     INITIALIZE XXXN001A                                          00125700
125800                YYYC0230                                          00125800
125900     SET  YYYC0230-START-RUN TO TRUE                              00125900
126000     MOVE 'MMMB1702' TO YYYC0230-JOB-NM                           00126000
126100     CALL YYYS0230-RUN-CNTL USING                                 00126100
126200         XXXN001A                                                 00126200
126300         YYYC0230                                                 00126300
126400     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00126400
126500       DISPLAY 'MMMB1702 - START REFUSED: ' IS-RTRN-MSG-TXT       00126500
126600     END-IF                                                       00126600
126700     .                                                            00126700
126800                                                                  00126800
126900 055-RUN-CNTL-END.                                                00126900
127000     INITIALIZE XXXN001A                                          00127000
127100                YYYC0230                                          00127100
127200     IF WS-JOB-RC > 4                                             00127200
127300       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00127300
127400     ELSE                                                         00127400
127500       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00127500
127600     END-IF                                                       00127600
127700     MOVE 'MMMB1702' TO YYYC0230-JOB-NM                           00127700
127800     CALL YYYS0230-RUN-CNTL USING                                 00127800
127900         XXXN001A                                                 00127900
128000         YYYC0230                                                 00128000
128100     .                                                            00128100
