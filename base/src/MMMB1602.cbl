000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1602.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Monthly tax-rate vendor load into FC_XXXAIL_TAX_JUR.            00000600
000700*                                                                 00000700
000800* FC_XXXAIL_TAX_JUR is effective-dated, but every rate change     00000800
000900* was still keyed by hand from the vendor's monthly bulletin.     00000900
001000* This job takes the vendor's state/county/city rate file         00001000
001100* (TAXRTIN), proves it against its HDR/TRL pair and refuses a     00001100
001200* file date already loaded (FC_XXXAIL_EXTR_HWM), as MMMB0502      00001200
001300* does for the lease extract, then matches every vendor row to    00001300
001400* one of our jurisdictions on state, county and city name.        00001400
001500* County names on both sides go through MMMS0179 first, so        00001500
001600* 'St. Louis' and 'SAINT LOUIS COUNTY' are the one county (by     00001600
001700* FIPS code where the reference has the state loaded, else by     00001700
001800* the normalized spelling).  Each matched row is compared to      00001800
001900* the rate on file as of the vendor's effective date:             00001900
002000*                                                                 00002000
002100*   - same rates: nothing to do, counted only;                    00002100
002200*   - a new effective date with different rates: NEW RATE,        00002200
002300*     inserted as a new effective-dated row;                      00002300
002400*   - an effective date we already hold with different rates      00002400
002500*     (the vendor corrected a bulletin): CHANGED RATE, the        00002500
002600*     row on file is corrected;                                   00002600
002700*   - an effective date already reached with different rates:     00002700
002800*     PAST-DATED, never applied - a retroactive change has        00002800
002900*     to be worked by the tax department, not loaded.             00002900
003000*                                                                 00003000
003100* The review report lists new and changed rates with the old      00003100
003200* and new components and the number of stores pointing at the     00003200
003300* jurisdiction through FC_XXXAIL_STORE_JUR, then the vendor       00003300
003400* rows we have no jurisdiction for, then our jurisdictions the    00003400
003500* vendor no longer lists.  Preview mode (P) writes the report     00003500
003600* and changes nothing, so it can be run and reviewed first;       00003600
003700* apply mode (A) makes the inserts and corrections and records    00003700
003800* the file date.  No TAXCARD runs as a preview.                   00003800
003900*                                                                 00003900
004000* TAXCARD: col 1 P/A.                                             00004000
004100* Batch job - monthly, when the vendor file lands.                00004100
004200*---------------------------------------------------------------- 00004200
004300 ENVIRONMENT DIVISION.                                            00004300
004400 INPUT-OUTPUT SECTION.                                            00004400
004500 FILE-CONTROL.                                                    00004500
004600     SELECT TAX-CARD-IN    ASSIGN TO TAXCARD                      00004600
004700         ORGANIZATION IS LINE SEQUENTIAL.                         00004700
004800     SELECT TAX-RATE-IN    ASSIGN TO TAXRTIN                      00004800
004900         ORGANIZATION IS LINE SEQUENTIAL.                         00004900
005000     SELECT REVIEW-RPT     ASSIGN TO RPTOUT                       00005000
005100         ORGANIZATION IS LINE SEQUENTIAL.                         00005100
005200                                                                  00005200
005300 DATA DIVISION.                                                   00005300
005400 FILE SECTION.                                                    00005400
005500 FD  TAX-CARD-IN.                                                 00005500
005600 01  TAX-CARD-REC.                                                00005600
005700     05 TXC-ACTION                     PIC X(1).                  00005700
005800         88 TXC-ACT-PREVIEW                   VALUE 'P'.          00005800
005900         88 TXC-ACT-APPLY                     VALUE 'A'.          00005900
006000     05 FILLER                         PIC X(79).                 00006000
006100                                                                  00006100
006200 FD  TAX-RATE-IN.                                                 00006200
006300 01  TAX-RATE-REC.                                                00006300
006400     05 VTX-STATE-CD                   PIC X(2).                  00006400
006500     05 FILLER                         PIC X(1).                  00006500
006600     05 VTX-CNTY-NM                    PIC X(30).                 00006600
006700     05 FILLER                         PIC X(1).                  00006700
006800     05 VTX-CITY-NM                    PIC X(30).                 00006800
006900     05 FILLER                         PIC X(1).                  00006900
007000     05 VTX-EFF-DT                     PIC X(10).                 00007000
007100     05 FILLER                         PIC X(1).                  00007100
007200     05 VTX-STATE-PCT-X                PIC X(5).                  00007200
007300     05 VTX-STATE-PCT REDEFINES VTX-STATE-PCT-X                   00007300
007400                                       PIC 9(2)V9(3).             00007400
007500     05 FILLER                         PIC X(1).                  00007500
007600     05 VTX-CNTY-PCT-X                 PIC X(5).                  00007600
007700     05 VTX-CNTY-PCT REDEFINES VTX-CNTY-PCT-X                     00007700
007800                                       PIC 9(2)V9(3).             00007800
007900     05 FILLER                         PIC X(1).                  00007900
008000     05 VTX-CITY-PCT-X                 PIC X(5).                  00008000
008100     05 VTX-CITY-PCT REDEFINES VTX-CITY-PCT-X                     00008100
008200                                       PIC 9(2)V9(3).             00008200
008300 01  TAX-RATE-CTL-REC.                                            00008300
008400     05 VTX-CTL-ID                     PIC X(3).                  00008400
008500        88 VTX-CTL-HDR                         VALUE 'HDR'.       00008500
008600        88 VTX-CTL-TRL                         VALUE 'TRL'.       00008600
008700     05 FILLER                         PIC X(1).                  00008700
008800     05 VTX-CTL-FILE-DT                PIC X(8).                  00008800
008900     05 FILLER                         PIC X(1).                  00008900
009000     05 VTX-CTL-REC-CNT                PIC 9(9).                  00009000
009100     05 FILLER                         PIC X(1).                  00009100
009200     05 VTX-CTL-HASH-TOT               PIC 9(15).                 00009200
009300 FD  REVIEW-RPT.                                                  00009300
009400 01  RPT-LINE                          PIC X(132).                00009400
009500                                                                  00009500
009600 WORKING-STORAGE SECTION.                                         00009600
009700* --------------------------------------------------------------- 00009700
009800* Misc working storage...                                         00009800
009900* --------------------------------------------------------------- 00009900
010000 01 MMMS0179-CNTY-RESOLVE             PIC X(8) VALUE 'MMMS0179'.  00010000
010100 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00010100
010200                                                                  00010200
010300 01 K-MAX-JURS                        PIC S9(4) COMP VALUE 5000.  00010300
010400 01 K-MAX-REVIEW                      PIC S9(4) COMP VALUE 5000.  00010400
010500                                                                  00010500
010600 01 WS-READ-COUNT                     PIC 9(6) VALUE 0.           00010600
010700 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00010700
010800 01 WS-UNCHANGED-COUNT                PIC 9(6) VALUE 0.           00010800
010900 01 WS-NEW-COUNT                      PIC 9(6) VALUE 0.           00010900
011000 01 WS-CHANGED-COUNT                  PIC 9(6) VALUE 0.           00011000
011100 01 WS-PAST-COUNT                     PIC 9(6) VALUE 0.           00011100
011200 01 WS-UNMATCHED-COUNT                PIC 9(6) VALUE 0.           00011200
011300 01 WS-NOT-LISTED-COUNT               PIC 9(6) VALUE 0.           00011300
011400 01 WS-STORES-AFFECTED                PIC 9(6) VALUE 0.           00011400
011500 01 WS-APPLIED-COUNT                  PIC 9(6) VALUE 0.           00011500
011600 01 WS-SQLCODE                        PIC ----9.                  00011600
011700 01 WS-JOB-RC                         PIC S9(4) COMP VALUE 0.     00011700
011800 01 WS-JX                             PIC S9(4) COMP VALUE 0.     00011800
011900 01 WS-RX                             PIC S9(4) COMP VALUE 0.     00011900
012000 01 WS-SEC-COUNT                      PIC S9(4) COMP VALUE 0.     00012000
012100 01 WS-STORE-CNT                      PIC S9(9) COMP VALUE 0.     00012100
012200                                                                  00012200
012300 01 WS-CARD-EOF-SW                    PIC X    VALUE 'N'.         00012300
012400    88 IS-CARD-EOF                             VALUE 'Y'.         00012400
012500 01 WS-APPLY-SW                       PIC X    VALUE 'N'.         00012500
012600    88 RUN-IS-APPLY                            VALUE 'Y'.         00012600
012700    88 RUN-IS-PREVIEW                          VALUE 'N'.         00012700
012800 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00012800
012900    88 IS-EOF                                  VALUE 'Y'.         00012900
013000    88 NOT-EOF                                 VALUE 'N'.         00013000
013100 01 WS-CSR-EOF-SW                     PIC X    VALUE 'N'.         00013100
013200    88 CSR-EOF                                 VALUE 'Y'.         00013200
013300    88 CSR-NOT-EOF                             VALUE 'N'.         00013300
013400 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00013400
013500    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00013500
013600    88 CALL-NO-ERROR                           VALUE 'N'.         00013600
013700 01 WS-FOUND-SW                       PIC X    VALUE 'N'.         00013700
013800    88 JUR-FOUND                               VALUE 'Y'.         00013800
013900    88 JUR-NOT-FOUND                           VALUE 'N'.         00013900
014000 01 WS-ON-FILE-SW                     PIC X    VALUE 'N'.         00014000
014100    88 RATE-ON-FILE                            VALUE 'Y'.         00014100
014200    88 NO-RATE-ON-FILE                         VALUE 'N'.         00014200
014300                                                                  00014300
014400* Control-pair verification work fields, as MMMB0502 keeps them.  00014400
014500 01 WS-CTL-FIELDS.                                                00014500
014600    05 WS-CTL-HDR-SEEN-SW             PIC X(1) VALUE 'N'.         00014600
014700       88 CTL-HDR-SEEN                        VALUE 'Y'.          00014700
014800    05 WS-CTL-TRL-SEEN-SW             PIC X(1) VALUE 'N'.         00014800
014900       88 CTL-TRL-SEEN                        VALUE 'Y'.          00014900
015000    05 WS-CTL-FILE-DT                 PIC X(8) VALUE SPACES.      00015000
015100    05 WS-CTL-DTL-CNT                 PIC 9(9) VALUE 0.           00015100
015200    05 WS-CTL-HASH                    PIC 9(16) VALUE 0.          00015200
015300    05 WS-CTL-TRL-CNT                 PIC 9(9) VALUE 0.           00015300
015400    05 WS-CTL-TRL-HASH                PIC 9(15) VALUE 0.          00015400
015500    05 WS-CTL-FILE-TS                 PIC X(26) VALUE SPACES.     00015500
015600    05 WS-CTL-REASON                  PIC X(60) VALUE SPACES.     00015600
015700 01 K-HWM-JOB-NM                      PIC X(8)                    00015700
015800                                      VALUE 'MMMB1602'.           00015800
015900                                                                  00015900
016000* The rate fields hash as whole thousandths of a percent.         00016000
016100 01 WS-HASH-WHOLE                     PIC 9(5) VALUE 0.           00016100
016200                                                                  00016200
016300 01 WS-RUN-DATE                       PIC 9(8) VALUE 0.           00016300
016400 01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.                          00016400
016500    05 WS-RUN-YYYY                    PIC X(4).                   00016500
016600    05 WS-RUN-MM                      PIC X(2).                   00016600
016700    05 WS-RUN-DD                      PIC X(2).                   00016700
016800 01 WS-RUN-ISO-DT                     PIC X(10) VALUE SPACES.     00016800
016900                                                                  00016900
017000* Our jurisdictions as they stand on their latest row, with the   00017000
017100* county already through MMMS0179 so each vendor row is matched   00017100
017200* against like.                                                   00017200
017300 01 WS-NUM-JURS                       PIC S9(4) COMP VALUE 0.     00017300
017400 01 WS-JUR-TBL.                                                   00017400
017500    05 WS-JUR                         OCCURS 5000 TIMES.          00017500
017600       10 WS-OJ-JUR-ID                PIC S9(5) COMP-3.           00017600
017700       10 WS-OJ-STATE-CD              PIC X(2).                   00017700
017800       10 WS-OJ-CNTY-NM               PIC X(25).                  00017800
017900       10 WS-OJ-CITY-NM               PIC X(25).                  00017900
018000       10 WS-OJ-CNTY-NORM             PIC X(30).                  00018000
018100       10 WS-OJ-CITY-CMP              PIC X(30).                  00018100
018200       10 WS-OJ-FIPS-CD               PIC X(5).                   00018200
018300       10 WS-OJ-LISTED-SW             PIC X(1).                   00018300
018400          88 WS-OJ-LISTED                     VALUE 'Y'.          00018400
018500                                                                  00018500
018600* Everything the review report lists, held so it prints by        00018600
018700* section whatever order the vendor file came in.                 00018700
018800 01 WS-NUM-REVIEW                     PIC S9(4) COMP VALUE 0.     00018800
018900 01 WS-REVIEW-TBL.                                                00018900
019000    05 WS-RV                          OCCURS 5000 TIMES.          00019000
019100       10 WS-RV-TYPE                  PIC X(1).                   00019100
019200          88 WS-RV-NEW                        VALUE 'N'.          00019200
019300          88 WS-RV-CHANGED                    VALUE 'C'.          00019300
019400          88 WS-RV-PAST                       VALUE 'P'.          00019400
019500          88 WS-RV-UNMATCHED                  VALUE 'U'.          00019500
019600          88 WS-RV-REJECTED                   VALUE 'R'.          00019600
019700       10 WS-RV-JUR-ID                PIC S9(5) COMP-3.           00019700
019800       10 WS-RV-STATE-CD              PIC X(2).                   00019800
019900       10 WS-RV-CNTY-NM               PIC X(30).                  00019900
020000       10 WS-RV-CITY-NM               PIC X(30).                  00020000
020100       10 WS-RV-EFF-DT                PIC X(10).                  00020100
020200       10 WS-RV-OLD-STATE-PCT         PIC S9(2)V9(3) COMP-3.      00020200
020300       10 WS-RV-OLD-CNTY-PCT          PIC S9(2)V9(3) COMP-3.      00020300
020400       10 WS-RV-OLD-CITY-PCT          PIC S9(2)V9(3) COMP-3.      00020400
020500       10 WS-RV-NEW-STATE-PCT         PIC S9(2)V9(3) COMP-3.      00020500
020600       10 WS-RV-NEW-CNTY-PCT          PIC S9(2)V9(3) COMP-3.      00020600
020700       10 WS-RV-NEW-CITY-PCT          PIC S9(2)V9(3) COMP-3.      00020700
020800       10 WS-RV-STORE-CNT             PIC S9(9) COMP.             00020800
020900       10 WS-RV-REASON                PIC X(40).                  00020900
021000 01 WS-SEC-TYPE                       PIC X(1) VALUE SPACES.      00021000
021100 01 WS-SEC-TITLE                      PIC X(60) VALUE SPACES.     00021100
021200                                                                  00021200
021300* The vendor row in compare form.                                 00021300
021400 01 WS-VND-CNTY-NORM                  PIC X(30) VALUE SPACES.     00021400
021500 01 WS-VND-CITY-CMP                   PIC X(30) VALUE SPACES.     00021500
021600 01 WS-VND-FIPS-CD                    PIC X(5)  VALUE SPACES.     00021600
021700 01 WS-EDIT-REASON                    PIC X(40) VALUE SPACES.     00021700
021800 01 K-LOWER-CASE                      PIC X(26) VALUE             00021800
021900      'abcdefghijklmnopqrstuvwxyz'.                               00021900
022000 01 K-UPPER-CASE                      PIC X(26) VALUE             00022000
022100      'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                               00022100
022200                                                                  00022200
022300 01 WS-HDG-LINE-1.                                                00022300
022400    05 FILLER PIC X(50) VALUE                                     00022400
022500       'MMMB1602 - TAX-RATE VENDOR FILE REVIEW     MODE: '.       00022500
022600    05 WS-HDG-MODE                  PIC X(8).                     00022600
022700    05 FILLER PIC X(14) VALUE '   FILE DATE: '.                   00022700
022800    05 WS-HDG-FILE-DT               PIC X(8).                     00022800
022900 01 WS-SEC-LINE.                                                  00022900
023000    05 FILLER PIC X(4) VALUE '*** '.                              00023000
023100    05 WS-SEC-LINE-TITLE            PIC X(60).                    00023100
023200 01 WS-COL-LINE.                                                  00023200
023300    05 FILLER PIC X(8)  VALUE '    JUR '.                         00023300
023400    05 FILLER PIC X(4)  VALUE 'ST'.                               00023400
023500    05 FILLER PIC X(26) VALUE 'COUNTY'.                           00023500
023600    05 FILLER PIC X(26) VALUE 'CITY'.                             00023600
023700    05 FILLER PIC X(12) VALUE 'EFFECTIVE'.                        00023700
023800    05 FILLER PIC X(22) VALUE 'OLD STATE/CNTY/CITY'.              00023800
023900    05 FILLER PIC X(22) VALUE 'NEW STATE/CNTY/CITY'.              00023900
024000    05 FILLER PIC X(6)  VALUE 'STORES'.                           00024000
024100 01 WS-DTL-LINE.                                                  00024100
024200    05 WS-DTL-JUR-ID                PIC Z(6)9 BLANK WHEN ZERO.    00024200
024300    05 FILLER                       PIC X(1) VALUE SPACES.        00024300
024400    05 WS-DTL-STATE-CD              PIC X(2).                     00024400
024500    05 FILLER                       PIC X(2) VALUE SPACES.        00024500
024600    05 WS-DTL-CNTY-NM               PIC X(25).                    00024600
024700    05 FILLER                       PIC X(1) VALUE SPACES.        00024700
024800    05 WS-DTL-CITY-NM               PIC X(25).                    00024800
024900    05 FILLER                       PIC X(1) VALUE SPACES.        00024900
025000    05 WS-DTL-EFF-DT                PIC X(10).                    00025000
025100    05 FILLER                       PIC X(2) VALUE SPACES.        00025100
025200    05 WS-DTL-RATES.                                              00025200
025300       10 WS-DTL-OLD-STATE-PCT      PIC Z9.999.                   00025300
025400       10 FILLER                    PIC X(1) VALUE SPACES.        00025400
025500       10 WS-DTL-OLD-CNTY-PCT       PIC Z9.999.                   00025500
025600       10 FILLER                    PIC X(1) VALUE SPACES.        00025600
025700       10 WS-DTL-OLD-CITY-PCT       PIC Z9.999.                   00025700
025800       10 FILLER                    PIC X(2) VALUE SPACES.        00025800
025900       10 WS-DTL-NEW-STATE-PCT      PIC Z9.999.                   00025900
026000       10 FILLER                    PIC X(1) VALUE SPACES.        00026000
026100       10 WS-DTL-NEW-CNTY-PCT       PIC Z9.999.                   00026100
026200       10 FILLER                    PIC X(1) VALUE SPACES.        00026200
026300       10 WS-DTL-NEW-CITY-PCT       PIC Z9.999.                   00026300
026400       10 FILLER                    PIC X(2) VALUE SPACES.        00026400
026500    05 WS-DTL-REASON REDEFINES WS-DTL-RATES                       00026500
026600                                    PIC X(44).                    00026600
026700    05 WS-DTL-STORE-CNT             PIC ZZ,ZZ9.                   00026700
026800 01 WS-CNT-LINE.                                                  00026800
026900    05 WS-CNT-TXT                   PIC X(34).                    00026900
027000    05 WS-CNT-NBR                   PIC ZZZ,ZZ9.                  00027000
027100                                                                  00027100
027200* --------------------------------------------------------------- 00027200
027300* Miscellaneous copy books go here...                             00027300
027400* --------------------------------------------------------------- 00027400
027500 COPY XXXN001A.                                                   00027500
027600 COPY MMMC0179.                                                   00027600
027700 COPY YYYC0230.                                                   00027700
027800                                                                  00027800
027900* ----------------------------------------------------------------00027900
028000* DB2 stuff...                                                    00028000
028100* ----------------------------------------------------------------00028100
028200     EXEC SQL                                                     00028200
028300       INCLUDE SQLCA                                              00028300
028400     END-EXEC                                                     00028400
028500                                                                  00028500
028600     EXEC SQL                                                     00028600
028700       INCLUDE DDDTHW01                                           00028700
028800     END-EXEC                                                     00028800
028900                                                                  00028900
029000     EXEC SQL                                                     00029000
029100       INCLUDE DDDTTJ01                                           00029100
029200     END-EXEC                                                     00029200
029300                                                                  00029300
029400     EXEC SQL                                                     00029400
029500       INCLUDE DDDTSJ01                                           00029500
029600     END-EXEC                                                     00029600
029700                                                                  00029700
029800* Each jurisdiction's latest row - the names it goes by now.      00029800
029900     EXEC SQL                                                     00029900
030000       DECLARE JUR-CSR CURSOR FOR                                 00030000
030100       SELECT T.TJ_JUR_ID, T.TJ_STATE_CD, T.TJ_CNTY_NM,           00030100
030200              T.TJ_CITY_NM                                        00030200
030300         FROM FC_XXXAIL_TAX_JUR T                                 00030300
030400        WHERE T.TJ_EFF_DT =                                       00030400
030500              ( SELECT MAX(T2.TJ_EFF_DT)                          00030500
030600                  FROM FC_XXXAIL_TAX_JUR T2                       00030600
030700                 WHERE T2.TJ_JUR_ID = T.TJ_JUR_ID )               00030700
030800        ORDER BY T.TJ_JUR_ID                                      00030800
030900     END-EXEC                                                     00030900
031000                                                                  00031000
031100 PROCEDURE DIVISION.                                              00031100
031200***************************************************************** 00031200
031300* Start of program main line.                                     00031300
031400***************************************************************** 00031400
031500 000-MAIN.                                                        00031500
031600     PERFORM 050-RUN-CNTL-START                                   00031600
031700     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00031700
031800       MOVE 8 TO RETURN-CODE                                      00031800
031900       GOBACK                                                     00031900
032000     END-IF                                                       00032000
032100     PERFORM 100-INITIALIZE                                       00032100
032200     IF CALL-NO-ERROR                                             00032200
032300       PERFORM 150-VERIFY-CONTROL-PAIR                            00032300
032400     END-IF                                                       00032400
032500     IF CALL-NO-ERROR                                             00032500
032600       PERFORM 300-LOAD-OUR-JURISDICTIONS                         00032600
032700     END-IF                                                       00032700
032800     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00032800
032900       PERFORM 400-PROCESS-ONE-ROW                                00032900
033000       PERFORM 120-READ-NEXT-RECORD                               00033000
033100     END-PERFORM                                                  00033100
033200     IF CALL-NO-ERROR                                             00033200
033300       PERFORM 700-WRITE-REVIEW-REPORT                            00033300
033400     END-IF                                                       00033400
033500     IF CALL-NO-ERROR AND RUN-IS-APPLY                            00033500
033600       PERFORM 180-RECORD-FILE-DATE                               00033600
033700     END-IF                                                       00033700
033800     PERFORM 900-TERMINATE                                        00033800
033900     PERFORM 055-RUN-CNTL-END                                     00033900
034000     MOVE WS-JOB-RC TO RETURN-CODE                                00034000
034100     GOBACK                                                       00034100
034200     .                                                            00034200
034300                                                                  00034300
034400*================================================================ 00034400
034500* Initialization - the mode card and today's date.  A past-dated  00034500
034600* vendor row is one whose effective date is not after today.      00034600
034700*================================================================ 00034700
034800 100-INITIALIZE.                                                  00034800
034900     OPEN INPUT  TAX-CARD-IN                                      00034900
035000                 TAX-RATE-IN                                      00035000
035100     OPEN OUTPUT REVIEW-RPT                                       00035100
035200     INITIALIZE XXXN001A                                          00035200
035300                                                                  00035300
035400     READ TAX-CARD-IN                                             00035400
035500       AT END SET IS-CARD-EOF TO TRUE                             00035500
035600     END-READ                                                     00035600
035700     CLOSE TAX-CARD-IN                                            00035700
035800                                                                  00035800
035900     EVALUATE TRUE                                                00035900
036000       WHEN IS-CARD-EOF                                           00036000
036100         SET RUN-IS-PREVIEW TO TRUE                               00036100
036200       WHEN TXC-ACT-APPLY                                         00036200
036300         SET RUN-IS-APPLY TO TRUE                                 00036300
036400       WHEN TXC-ACT-PREVIEW                                       00036400
036500         SET RUN-IS-PREVIEW TO TRUE                               00036500
036600       WHEN OTHER                                                 00036600
036700         SET CALL-ERROR-DETECTED TO TRUE                          00036700
036800         SET IS-EOF TO TRUE                                       00036800
036900         MOVE 16 TO WS-JOB-RC                                     00036900
037000         WRITE RPT-LINE FROM                                      00037000
037100           'TAXCARD ACTION MUST BE P OR A - NOTHING DONE'         00037100
037200     END-EVALUATE                                                 00037200
037300     IF RUN-IS-APPLY                                              00037300
037400       MOVE 'APPLY   ' TO WS-HDG-MODE                             00037400
037500     ELSE                                                         00037500
037600       MOVE 'PREVIEW ' TO WS-HDG-MODE                             00037600
037700     END-IF                                                       00037700
037800                                                                  00037800
037900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00037900
038000     STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD               00038000
038100       DELIMITED BY SIZE INTO WS-RUN-ISO-DT                       00038100
038200     .                                                            00038200
038300                                                                  00038300
038400 120-READ-NEXT-RECORD.                                            00038400
038500     READ TAX-RATE-IN                                             00038500
038600       AT END SET IS-EOF TO TRUE                                  00038600
038700     END-READ                                                     00038700
038800     .                                                            00038800
038900                                                                  00038900
039000*================================================================ 00039000
039100* The control pre-pass: prove the whole file against its HDR/TRL  00039100
039200* pair before matching anything, then reopen it for the load.     00039200
039300*================================================================ 00039300
039400 150-VERIFY-CONTROL-PAIR.                                         00039400
039500     PERFORM 120-READ-NEXT-RECORD                                 00039500
039600     IF IS-EOF OR NOT VTX-CTL-HDR                                 00039600
039700       MOVE 'FIRST RECORD IS NOT THE HDR CONTROL RECORD'          00039700
039800         TO WS-CTL-REASON                                         00039800
039900       PERFORM 190-CONTROL-FAILURE                                00039900
040000     ELSE                                                         00040000
040100       MOVE VTX-CTL-FILE-DT TO WS-CTL-FILE-DT                     00040100
040200       SET CTL-HDR-SEEN TO TRUE                                   00040200
040300       PERFORM 160-CHECK-DUPLICATE-FILE                           00040300
040400     END-IF                                                       00040400
040500                                                                  00040500
040600     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00040600
040700       PERFORM 120-READ-NEXT-RECORD                               00040700
040800       EVALUATE TRUE                                              00040800
040900         WHEN IS-EOF                                              00040900
041000           CONTINUE                                               00041000
041100         WHEN VTX-CTL-TRL                                         00041100
041200           SET CTL-TRL-SEEN TO TRUE                               00041200
041300           MOVE VTX-CTL-REC-CNT  TO WS-CTL-TRL-CNT                00041300
041400           MOVE VTX-CTL-HASH-TOT TO WS-CTL-TRL-HASH               00041400
041500         WHEN VTX-CTL-HDR                                         00041500
041600           MOVE 'MORE THAN ONE HDR CONTROL RECORD'                00041600
041700             TO WS-CTL-REASON                                     00041700
041800           PERFORM 190-CONTROL-FAILURE                            00041800
041900         WHEN CTL-TRL-SEEN                                        00041900
042000           MOVE 'DATA RECORDS FOLLOW THE TRL CONTROL RECORD'      00042000
042100             TO WS-CTL-REASON                                     00042100
042200           PERFORM 190-CONTROL-FAILURE                            00042200
042300         WHEN OTHER                                               00042300
042400           ADD 1 TO WS-CTL-DTL-CNT                                00042400
042500           PERFORM 170-ADD-TO-HASH                                00042500
042600       END-EVALUATE                                               00042600
042700     END-PERFORM                                                  00042700
042800                                                                  00042800
042900     IF CALL-NO-ERROR AND NOT CTL-TRL-SEEN                        00042900
043000       MOVE 'TRL CONTROL RECORD IS MISSING'                       00043000
043100         TO WS-CTL-REASON                                         00043100
043200       PERFORM 190-CONTROL-FAILURE                                00043200
043300     END-IF                                                       00043300
043400     IF CALL-NO-ERROR AND WS-CTL-DTL-CNT NOT = WS-CTL-TRL-CNT     00043400
043500       MOVE 'RECORD COUNT DOES NOT MATCH THE TRL COUNT'           00043500
043600         TO WS-CTL-REASON                                         00043600
043700       PERFORM 190-CONTROL-FAILURE                                00043700
043800     END-IF                                                       00043800
043900     IF CALL-NO-ERROR AND WS-CTL-HASH NOT = WS-CTL-TRL-HASH       00043900
044000       MOVE 'RATE HASH DOES NOT MATCH THE TRL HASH'               00044000
044100         TO WS-CTL-REASON                                         00044100
044200       PERFORM 190-CONTROL-FAILURE                                00044200
044300     END-IF                                                       00044300
044400                                                                  00044400
044500     IF CALL-NO-ERROR                                             00044500
044600       MOVE WS-CTL-FILE-DT TO WS-HDG-FILE-DT                      00044600
044700       WRITE RPT-LINE FROM WS-HDG-LINE-1                          00044700
044800       CLOSE TAX-RATE-IN                                          00044800
044900       OPEN INPUT TAX-RATE-IN                                     00044900
045000       SET NOT-EOF TO TRUE                                        00045000
045100       PERFORM 120-READ-NEXT-RECORD                               00045100
045200     END-IF                                                       00045200
045300     .                                                            00045300
045400                                                                  00045400
045500*================================================================ 00045500
045600* A file date at or behind the mark on FC_XXXAIL_EXTR_HWM has     00045600
045700* been loaded before (or something newer has) - refuse it.        00045700
045800*================================================================ 00045800
045900 160-CHECK-DUPLICATE-FILE.                                        00045900
046000     MOVE SPACES TO WS-CTL-FILE-TS                                00046000
046100     STRING WS-CTL-FILE-DT (1:4) '-'                              00046100
046200            WS-CTL-FILE-DT (5:2) '-'                              00046200
046300            WS-CTL-FILE-DT (7:2) '-00.00.00.000000'               00046300
046400       DELIMITED BY SIZE INTO WS-CTL-FILE-TS                      00046400
046500     MOVE K-HWM-JOB-NM TO MD-EX-JOB-NM OF DDDTHW01                00046500
046600     EXEC SQL                                                     00046600
046700        SELECT EX_HWM_TS                                          00046700
046800         INTO :DDDTHW01.MD-EX-HWM-TS                              00046800
046900        FROM FC_XXXAIL_EXTR_HWM                                   00046900
047000        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00047000
047100     END-EXEC                                                     00047100
047200     EVALUATE TRUE                                                00047200
047300       WHEN SQLCODE = 100                                         00047300
047400         MOVE 0 TO SQLCODE                                        00047400
047500       WHEN SQLCODE NOT = 0                                       00047500
047600         PERFORM 800-REPORT-SQL-ERROR                             00047600
047700         SET IS-EOF TO TRUE                                       00047700
047800       WHEN MD-EX-HWM-TS OF DDDTHW01 >= WS-CTL-FILE-TS            00047800
047900         MOVE 'FILE DATE ALREADY LOADED - DUPLICATE TRANSMISSION' 00047900
048000           TO WS-CTL-REASON                                       00048000
048100         PERFORM 190-CONTROL-FAILURE                              00048100
048200       WHEN OTHER                                                 00048200
048300         CONTINUE                                                 00048300
048400     END-EVALUATE                                                 00048400
048500     .                                                            00048500
048600                                                                  00048600
048700* Each numeric rate field adds its value in thousandths.          00048700
048800 170-ADD-TO-HASH.                                                 00048800
048900     IF VTX-STATE-PCT-X NUMERIC                                   00048900
049000       COMPUTE WS-HASH-WHOLE = VTX-STATE-PCT * 1000               00049000
049100       ADD WS-HASH-WHOLE TO WS-CTL-HASH                           00049100
049200     END-IF                                                       00049200
049300     IF VTX-CNTY-PCT-X NUMERIC                                    00049300
049400       COMPUTE WS-HASH-WHOLE = VTX-CNTY-PCT * 1000                00049400
049500       ADD WS-HASH-WHOLE TO WS-CTL-HASH                           00049500
049600     END-IF                                                       00049600
049700     IF VTX-CITY-PCT-X NUMERIC                                    00049700
049800       COMPUTE WS-HASH-WHOLE = VTX-CITY-PCT * 1000                00049800
049900       ADD WS-HASH-WHOLE TO WS-CTL-HASH                           00049900
050000     END-IF                                                       00050000
050100     IF WS-CTL-HASH > 999999999999999                             00050100
050200       SUBTRACT 1000000000000000 FROM WS-CTL-HASH                 00050200
050300     END-IF                                                       00050300
050400     .                                                            00050400
050500                                                                  00050500
050600*================================================================ 00050600
050700* Apply runs only - a preview must not stop the apply that        00050700
050800* follows it from loading the same file.                          00050800
050900*================================================================ 00050900
051000 180-RECORD-FILE-DATE.                                            00051000
051100     MOVE K-HWM-JOB-NM    TO MD-EX-JOB-NM OF DDDTHW01             00051100
051200     MOVE WS-CTL-FILE-TS  TO MD-EX-HWM-TS OF DDDTHW01             00051200
051300     EXEC SQL                                                     00051300
051400       UPDATE FC_XXXAIL_EXTR_HWM                                  00051400
051500          SET EX_HWM_TS = :DDDTHW01.MD-EX-HWM-TS                  00051500
051600        WHERE EX_JOB_NM = :DDDTHW01.MD-EX-JOB-NM                  00051600
051700     END-EXEC                                                     00051700
051800     IF SQLCODE = 100                                             00051800
051900       EXEC SQL                                                   00051900
052000         INSERT INTO FC_XXXAIL_EXTR_HWM                           00052000
052100            ( EX_JOB_NM, EX_HWM_TS )                              00052100
052200         VALUES                                                   00052200
052300            ( :DDDTHW01.MD-EX-JOB-NM, :DDDTHW01.MD-EX-HWM-TS )    00052300
052400       END-EXEC                                                   00052400
052500     END-IF                                                       00052500
052600     IF SQLCODE NOT = 0                                           00052600
052700       PERFORM 800-REPORT-SQL-ERROR                               00052700
052800     END-IF                                                       00052800
052900     .                                                            00052900
053000                                                                  00053000
053100 190-CONTROL-FAILURE.                                             00053100
053200     SET CALL-ERROR-DETECTED TO TRUE                              00053200
053300     SET IS-EOF TO TRUE                                           00053300
053400     MOVE 16 TO WS-JOB-RC                                         00053400
053500     DISPLAY 'MMMB1602 - CONTROL CHECK FAILED: ' WS-CTL-REASON    00053500
053600     MOVE SPACES TO RPT-LINE                                      00053600
053700     STRING 'CONTROL CHECK FAILED: ' WS-CTL-REASON                00053700
053800       DELIMITED BY SIZE INTO RPT-LINE                            00053800
053900     WRITE RPT-LINE                                               00053900
054000     .                                                            00054000
054100                                                                  00054100
054200*================================================================ 00054200
054300* Our jurisdictions into the table, counties normalized.          00054300
054400*================================================================ 00054400
054500 300-LOAD-OUR-JURISDICTIONS.                                      00054500
054600     EXEC SQL                                                     00054600
054700       OPEN JUR-CSR                                               00054700
054800     END-EXEC                                                     00054800
054900     IF SQLCODE NOT = 0                                           00054900
055000       PERFORM 800-REPORT-SQL-ERROR                               00055000
055100     ELSE                                                         00055100
055200       SET CSR-NOT-EOF TO TRUE                                    00055200
055300       PERFORM 320-FETCH-NEXT-JUR                                 00055300
055400       PERFORM UNTIL CSR-EOF OR CALL-ERROR-DETECTED               00055400
055500         IF WS-NUM-JURS >= K-MAX-JURS                             00055500
055600           MOVE 'MORE JURISDICTIONS THAN THE TABLE HOLDS'         00055600
055700             TO WS-CTL-REASON                                     00055700
055800           PERFORM 190-CONTROL-FAILURE                            00055800
055900         ELSE                                                     00055900
056000           PERFORM 340-ADD-OUR-JUR                                00056000
056100           PERFORM 320-FETCH-NEXT-JUR                             00056100
056200         END-IF                                                   00056200
056300       END-PERFORM                                                00056300
056400       EXEC SQL                                                   00056400
056500         CLOSE JUR-CSR                                            00056500
056600       END-EXEC                                                   00056600
056700     END-IF                                                       00056700
056800     .                                                            00056800
056900                                                                  00056900
057000 320-FETCH-NEXT-JUR.                                              00057000
057100     EXEC SQL                                                     00057100
057200       FETCH JUR-CSR                                              00057200
057300        INTO :DDDTTJ01.MD-TJ-JUR-ID,                              00057300
057400             :DDDTTJ01.MD-TJ-STATE-CD,                            00057400
057500             :DDDTTJ01.MD-TJ-CNTY-NM,                             00057500
057600             :DDDTTJ01.MD-TJ-CITY-NM                              00057600
057700     END-EXEC                                                     00057700
057800     EVALUATE TRUE                                                00057800
057900       WHEN SQLCODE = 0                                           00057900
058000         CONTINUE                                                 00058000
058100       WHEN SQLCODE = 100                                         00058100
058200         SET CSR-EOF TO TRUE                                      00058200
058300         MOVE 0 TO SQLCODE                                        00058300
058400       WHEN OTHER                                                 00058400
058500         SET CSR-EOF TO TRUE                                      00058500
058600         PERFORM 800-REPORT-SQL-ERROR                             00058600
058700     END-EVALUATE                                                 00058700
058800     .                                                            00058800
058900                                                                  00058900
059000 340-ADD-OUR-JUR.                                                 00059000
059100     ADD 1 TO WS-NUM-JURS                                         00059100
059200     MOVE WS-NUM-JURS TO WS-JX                                    00059200
059300     MOVE MD-TJ-JUR-ID   OF DDDTTJ01 TO WS-OJ-JUR-ID   (WS-JX)    00059300
059400     MOVE MD-TJ-STATE-CD OF DDDTTJ01 TO WS-OJ-STATE-CD (WS-JX)    00059400
059500     MOVE MD-TJ-CNTY-NM  OF DDDTTJ01 TO WS-OJ-CNTY-NM  (WS-JX)    00059500
059600     MOVE MD-TJ-CITY-NM  OF DDDTTJ01 TO WS-OJ-CITY-NM  (WS-JX)    00059600
059700     MOVE 'N'                        TO WS-OJ-LISTED-SW (WS-JX)   00059700
059800     MOVE MD-TJ-CITY-NM  OF DDDTTJ01 TO WS-OJ-CITY-CMP (WS-JX)    00059800
059900     INSPECT WS-OJ-CITY-CMP (WS-JX)                               00059900
060000       CONVERTING K-LOWER-CASE TO K-UPPER-CASE                    00060000
060100                                                                  00060100
060200     MOVE MD-TJ-STATE-CD OF DDDTTJ01 TO MMMC0179-STATE-CD         00060200
060300     MOVE MD-TJ-CNTY-NM  OF DDDTTJ01 TO MMMC0179-CNTY-TXT         00060300
060400     PERFORM 360-RESOLVE-COUNTY                                   00060400
060500     MOVE MMMC0179-NORM-TXT TO WS-OJ-CNTY-NORM (WS-JX)            00060500
060600     MOVE MMMC0179-FIPS-CD  TO WS-OJ-FIPS-CD   (WS-JX)            00060600
060700     .                                                            00060700
060800                                                                  00060800
060900* FIPS code only when the county resolved; the normalized text    00060900
061000* is there either way.                                            00061000
061100 360-RESOLVE-COUNTY.                                              00061100
061200     MOVE SPACES TO MMMC0179-NORM-TXT                             00061200
061300                    MMMC0179-FIPS-CD                              00061300
061400                    MMMC0179-RESULT-SW                            00061400
061500     CALL MMMS0179-CNTY-RESOLVE USING                             00061500
061600         XXXN001A                                                 00061600
061700         MMMC0179                                                 00061700
061800     IF NOT SUCCESS                                               00061800
061900       SET CALL-ERROR-DETECTED TO TRUE                            00061900
062000       SET IS-EOF TO TRUE                                         00062000
062100       MOVE 16 TO WS-JOB-RC                                       00062100
062200       DISPLAY 'MMMB1602 - ' IS-RTRN-MSG-TXT                      00062200
062300       MOVE IS-RTRN-MSG-TXT TO RPT-LINE                           00062300
062400       WRITE RPT-LINE                                             00062400
062500     END-IF                                                       00062500
062600     IF NOT MMMC0179-CNTY-RESOLVED                                00062600
062700       MOVE SPACES TO MMMC0179-FIPS-CD                            00062700
062800     END-IF                                                       00062800
062900     .                                                            00062900
063000                                                                  00063000
063100*================================================================ 00063100
063200* One vendor row: edit it, match it, classify it.                 00063200
063300*================================================================ 00063300
063400 400-PROCESS-ONE-ROW.                                             00063400
063500     IF IS-EOF OR VTX-CTL-HDR OR VTX-CTL-TRL                      00063500
063600       CONTINUE                                                   00063600
063700     ELSE                                                         00063700
063800       ADD 1 TO WS-READ-COUNT                                     00063800
063900       PERFORM 410-EDIT-VENDOR-ROW                                00063900
064000       IF WS-EDIT-REASON = SPACES                                 00064000
064100         PERFORM 420-MATCH-VENDOR-ROW                             00064100
064200         IF CALL-NO-ERROR                                         00064200
064300           IF JUR-FOUND                                           00064300
064400             PERFORM 440-CLASSIFY-THE-RATE                        00064400
064500           ELSE                                                   00064500
064600             ADD 1 TO WS-UNMATCHED-COUNT                          00064600
064700             MOVE 'U' TO WS-SEC-TYPE                              00064700
064800             MOVE 'NO JURISDICTION ON FILE' TO WS-EDIT-REASON     00064800
064900             PERFORM 480-ADD-REVIEW-ENTRY                         00064900
065000           END-IF                                                 00065000
065100         END-IF                                                   00065100
065200       ELSE                                                       00065200
065300         ADD 1 TO WS-REJECTED-COUNT                               00065300
065400         MOVE 'R' TO WS-SEC-TYPE                                  00065400
065500         PERFORM 480-ADD-REVIEW-ENTRY                             00065500
065600       END-IF                                                     00065600
065700     END-IF                                                       00065700
065800     .                                                            00065800
065900                                                                  00065900
066000 410-EDIT-VENDOR-ROW.                                             00066000
066100     MOVE SPACES TO WS-EDIT-REASON                                00066100
066200     EVALUATE TRUE                                                00066200
066300       WHEN VTX-STATE-CD = SPACES                                 00066300
066400         MOVE 'STATE CODE IS BLANK' TO WS-EDIT-REASON             00066400
066500       WHEN VTX-CNTY-NM = SPACES                                  00066500
066600         MOVE 'COUNTY NAME IS BLANK' TO WS-EDIT-REASON            00066600
066700       WHEN VTX-EFF-DT (1:4) NOT NUMERIC                          00066700
066800         OR VTX-EFF-DT (5:1) NOT = '-'                            00066800
066900         OR VTX-EFF-DT (6:2) NOT NUMERIC                          00066900
067000         OR VTX-EFF-DT (8:1) NOT = '-'                            00067000
067100         OR VTX-EFF-DT (9:2) NOT NUMERIC                          00067100
067200         OR VTX-EFF-DT (6:2) < '01' OR VTX-EFF-DT (6:2) > '12'    00067200
067300         OR VTX-EFF-DT (9:2) < '01' OR VTX-EFF-DT (9:2) > '31'    00067300
067400         MOVE 'EFFECTIVE DATE IS NOT YYYY-MM-DD'                  00067400
067500           TO WS-EDIT-REASON                                      00067500
067600       WHEN VTX-STATE-PCT-X NOT NUMERIC                           00067600
067700         OR VTX-CNTY-PCT-X NOT NUMERIC                            00067700
067800         OR VTX-CITY-PCT-X NOT NUMERIC                            00067800
067900         MOVE 'A RATE IS NOT NUMERIC' TO WS-EDIT-REASON           00067900
068000       WHEN OTHER                                                 00068000
068100         CONTINUE                                                 00068100
068200     END-EVALUATE                                                 00068200
068300     .                                                            00068300
068400                                                                  00068400
068500* State and city straight (upper case), county through MMMS0179   00068500
068600* - by FIPS when both sides resolved, else by the normalized      00068600
068700* spelling.                                                       00068700
068800 420-MATCH-VENDOR-ROW.                                            00068800
068900     SET JUR-NOT-FOUND TO TRUE                                    00068900
069000     MOVE VTX-CITY-NM TO WS-VND-CITY-CMP                          00069000
069100     INSPECT WS-VND-CITY-CMP                                      00069100
069200       CONVERTING K-LOWER-CASE TO K-UPPER-CASE                    00069200
069300     MOVE VTX-STATE-CD TO MMMC0179-STATE-CD                       00069300
069400     INSPECT MMMC0179-STATE-CD                                    00069400
069500       CONVERTING K-LOWER-CASE TO K-UPPER-CASE                    00069500
069600     MOVE VTX-CNTY-NM  TO MMMC0179-CNTY-TXT                       00069600
069700     PERFORM 360-RESOLVE-COUNTY                                   00069700
069800     MOVE MMMC0179-NORM-TXT TO WS-VND-CNTY-NORM                   00069800
069900     MOVE MMMC0179-FIPS-CD  TO WS-VND-FIPS-CD                     00069900
070000                                                                  00070000
070100     PERFORM VARYING WS-JX FROM 1 BY 1                            00070100
070200             UNTIL WS-JX > WS-NUM-JURS OR JUR-FOUND               00070200
070300                OR CALL-ERROR-DETECTED                            00070300
070400       IF WS-OJ-STATE-CD (WS-JX) = MMMC0179-STATE-CD              00070400
070500       AND WS-OJ-CITY-CMP (WS-JX) = WS-VND-CITY-CMP               00070500
070600         IF WS-OJ-FIPS-CD (WS-JX) NOT = SPACES                    00070600
070700         AND WS-VND-FIPS-CD NOT = SPACES                          00070700
070800           IF WS-OJ-FIPS-CD (WS-JX) = WS-VND-FIPS-CD              00070800
070900             SET JUR-FOUND TO TRUE                                00070900
071000           END-IF                                                 00071000
071100         ELSE                                                     00071100
071200           IF WS-OJ-CNTY-NORM (WS-JX) = WS-VND-CNTY-NORM          00071200
071300             SET JUR-FOUND TO TRUE                                00071300
071400           END-IF                                                 00071400
071500         END-IF                                                   00071500
071600       END-IF                                                     00071600
071700     END-PERFORM                                                  00071700
071800     IF JUR-FOUND                                                 00071800
071900       SUBTRACT 1 FROM WS-JX                                      00071900
072000       MOVE 'Y' TO WS-OJ-LISTED-SW (WS-JX)                        00072000
072100     END-IF                                                       00072100
072200     .                                                            00072200
072300                                                                  00072300
072400*================================================================ 00072400
072500* The rate on file as of the vendor's effective date, the way     00072500
072600* MMMS0170 resolves it; a row dated that very day means the       00072600
072700* vendor is correcting a rate we already hold.                    00072700
072800*================================================================ 00072800
072900 440-CLASSIFY-THE-RATE.                                           00072900
073000     MOVE WS-OJ-JUR-ID (WS-JX) TO MD-TJ-JUR-ID OF DDDTTJ01        00073000
073100     MOVE VTX-EFF-DT           TO MD-TJ-EFF-DT OF DDDTTJ01        00073100
073200     SET NO-RATE-ON-FILE TO TRUE                                  00073200
073300     EXEC SQL                                                     00073300
073400        SELECT TJ_EFF_DT, TJ_STATE_PCT, TJ_CNTY_PCT, TJ_CITY_PCT  00073400
073500         INTO :DDDTTJ01.MD-TJ-EFF-DT,                             00073500
073600              :DDDTTJ01.MD-TJ-STATE-PCT,                          00073600
073700              :DDDTTJ01.MD-TJ-CNTY-PCT,                           00073700
073800              :DDDTTJ01.MD-TJ-CITY-PCT                            00073800
073900        FROM FC_XXXAIL_TAX_JUR                                    00073900
074000        WHERE TJ_JUR_ID  = :DDDTTJ01.MD-TJ-JUR-ID                 00074000
074100          AND TJ_EFF_DT <= :DDDTTJ01.MD-TJ-EFF-DT                 00074100
074200        ORDER BY TJ_EFF_DT DESC                                   00074200
074300        FETCH FIRST 1 ROWS ONLY                                   00074300
074400     END-EXEC                                                     00074400
074500     EVALUATE TRUE                                                00074500
074600       WHEN SQLCODE = 0                                           00074600
074700         IF MD-TJ-EFF-DT OF DDDTTJ01 = VTX-EFF-DT                 00074700
074800           SET RATE-ON-FILE TO TRUE                               00074800
074900         END-IF                                                   00074900
075000       WHEN SQLCODE = 100                                         00075000
075100         MOVE 0 TO SQLCODE                                        00075100
075200         MOVE 0 TO MD-TJ-STATE-PCT OF DDDTTJ01                    00075200
075300                   MD-TJ-CNTY-PCT  OF DDDTTJ01                    00075300
075400                   MD-TJ-CITY-PCT  OF DDDTTJ01                    00075400
075500       WHEN OTHER                                                 00075500
075600         PERFORM 800-REPORT-SQL-ERROR                             00075600
075700     END-EVALUATE                                                 00075700
075800     MOVE SPACES TO WS-EDIT-REASON                                00075800
075900     EVALUATE TRUE                                                00075900
076000       WHEN CALL-ERROR-DETECTED                                   00076000
076100         CONTINUE                                                 00076100
076200       WHEN MD-TJ-STATE-PCT OF DDDTTJ01 = VTX-STATE-PCT           00076200
076300        AND MD-TJ-CNTY-PCT  OF DDDTTJ01 = VTX-CNTY-PCT            00076300
076400        AND MD-TJ-CITY-PCT  OF DDDTTJ01 = VTX-CITY-PCT            00076400
076500         ADD 1 TO WS-UNCHANGED-COUNT                              00076500
076600       WHEN VTX-EFF-DT NOT > WS-RUN-ISO-DT                        00076600
076700         ADD 1 TO WS-PAST-COUNT                                   00076700
076800         MOVE 'P' TO WS-SEC-TYPE                                  00076800
076900         PERFORM 460-COUNT-STORES                                 00076900
077000         PERFORM 480-ADD-REVIEW-ENTRY                             00077000
077100       WHEN RATE-ON-FILE                                          00077100
077200         ADD 1 TO WS-CHANGED-COUNT                                00077200
077300         MOVE 'C' TO WS-SEC-TYPE                                  00077300
077400         PERFORM 460-COUNT-STORES                                 00077400
077500         PERFORM 480-ADD-REVIEW-ENTRY                             00077500
077600         IF RUN-IS-APPLY                                          00077600
077700           PERFORM 520-CORRECT-THE-RATE                           00077700
077800         END-IF                                                   00077800
077900       WHEN OTHER                                                 00077900
078000         ADD 1 TO WS-NEW-COUNT                                    00078000
078100         MOVE 'N' TO WS-SEC-TYPE                                  00078100
078200         PERFORM 460-COUNT-STORES                                 00078200
078300         PERFORM 480-ADD-REVIEW-ENTRY                             00078300
078400         IF RUN-IS-APPLY                                          00078400
078500           PERFORM 500-INSERT-THE-RATE                            00078500
078600         END-IF                                                   00078600
078700     END-EVALUATE                                                 00078700
078800     .                                                            00078800
078900                                                                  00078900
079000 460-COUNT-STORES.                                                00079000
079100     MOVE WS-OJ-JUR-ID (WS-JX) TO MD-SJ-JUR-ID OF DDDTSJ01        00079100
079200     EXEC SQL                                                     00079200
079300        SELECT COUNT(*)                                           00079300
079400         INTO :WS-STORE-CNT                                       00079400
079500        FROM FC_XXXAIL_STORE_JUR                                  00079500
079600        WHERE SJ_JUR_ID = :DDDTSJ01.MD-SJ-JUR-ID                  00079600
079700     END-EXEC                                                     00079700
079800     IF SQLCODE NOT = 0                                           00079800
079900       MOVE 0 TO WS-STORE-CNT                                     00079900
080000       PERFORM 800-REPORT-SQL-ERROR                               00080000
080100     END-IF                                                       00080100
080200     IF WS-SEC-TYPE = 'N' OR 'C'                                  00080200
080300       ADD WS-STORE-CNT TO WS-STORES-AFFECTED                     00080300
080400     END-IF                                                       00080400
080500     .                                                            00080500
080600                                                                  00080600
080700* Old rates come from the DDDTTJ01 row read in 440; unmatched     00080700
080800* and rejected rows carry the vendor's names and the reason.      00080800
080900 480-ADD-REVIEW-ENTRY.                                            00080900
081000     IF WS-NUM-REVIEW >= K-MAX-REVIEW                             00081000
081100       MOVE 'MORE REVIEW LINES THAN THE TABLE HOLDS'              00081100
081200         TO WS-CTL-REASON                                         00081200
081300       PERFORM 190-CONTROL-FAILURE                                00081300
081400     ELSE                                                         00081400
081500       PERFORM 490-FILL-REVIEW-ENTRY                              00081500
081600     END-IF                                                       00081600
081700     .                                                            00081700
081800                                                                  00081800
081900 490-FILL-REVIEW-ENTRY.                                           00081900
082000     ADD 1 TO WS-NUM-REVIEW                                       00082000
082100     MOVE WS-NUM-REVIEW TO WS-RX                                  00082100
082200     INITIALIZE WS-RV (WS-RX)                                     00082200
082300     MOVE WS-SEC-TYPE    TO WS-RV-TYPE      (WS-RX)               00082300
082400     MOVE VTX-STATE-CD   TO WS-RV-STATE-CD  (WS-RX)               00082400
082500     MOVE VTX-CNTY-NM    TO WS-RV-CNTY-NM   (WS-RX)               00082500
082600     MOVE VTX-CITY-NM    TO WS-RV-CITY-NM   (WS-RX)               00082600
082700     MOVE VTX-EFF-DT     TO WS-RV-EFF-DT    (WS-RX)               00082700
082800     MOVE WS-EDIT-REASON TO WS-RV-REASON    (WS-RX)               00082800
082900     IF WS-SEC-TYPE = 'N' OR 'C' OR 'P'                           00082900
083000       MOVE WS-OJ-JUR-ID   (WS-JX) TO WS-RV-JUR-ID   (WS-RX)      00083000
083100       MOVE WS-OJ-STATE-CD (WS-JX) TO WS-RV-STATE-CD (WS-RX)      00083100
083200       MOVE WS-OJ-CNTY-NM  (WS-JX) TO WS-RV-CNTY-NM  (WS-RX)      00083200
083300       MOVE WS-OJ-CITY-NM  (WS-JX) TO WS-RV-CITY-NM  (WS-RX)      00083300
083400       MOVE MD-TJ-STATE-PCT OF DDDTTJ01                           00083400
083500         TO WS-RV-OLD-STATE-PCT (WS-RX)                           00083500
083600       MOVE MD-TJ-CNTY-PCT  OF DDDTTJ01                           00083600
083700         TO WS-RV-OLD-CNTY-PCT  (WS-RX)                           00083700
083800       MOVE MD-TJ-CITY-PCT  OF DDDTTJ01                           00083800
083900         TO WS-RV-OLD-CITY-PCT  (WS-RX)                           00083900
084000       MOVE VTX-STATE-PCT TO WS-RV-NEW-STATE-PCT (WS-RX)          00084000
084100       MOVE VTX-CNTY-PCT  TO WS-RV-NEW-CNTY-PCT  (WS-RX)          00084100
084200       MOVE VTX-CITY-PCT  TO WS-RV-NEW-CITY-PCT  (WS-RX)          00084200
084300       MOVE WS-STORE-CNT  TO WS-RV-STORE-CNT     (WS-RX)          00084300
084400     END-IF                                                       00084400
084500     .                                                            00084500
084600                                                                  00084600
084700*================================================================ 00084700
084800* Apply: a new effective-dated row under our own names, or the    00084800
084900* correction of the row already dated that day.                   00084900
085000*================================================================ 00085000
085100 500-INSERT-THE-RATE.                                             00085100
085200     MOVE WS-OJ-JUR-ID   (WS-JX) TO MD-TJ-JUR-ID   OF DDDTTJ01    00085200
085300     MOVE VTX-EFF-DT             TO MD-TJ-EFF-DT   OF DDDTTJ01    00085300
085400     MOVE WS-OJ-STATE-CD (WS-JX) TO MD-TJ-STATE-CD OF DDDTTJ01    00085400
085500     MOVE WS-OJ-CNTY-NM  (WS-JX) TO MD-TJ-CNTY-NM  OF DDDTTJ01    00085500
085600     MOVE WS-OJ-CITY-NM  (WS-JX) TO MD-TJ-CITY-NM  OF DDDTTJ01    00085600
085700     MOVE VTX-STATE-PCT          TO MD-TJ-STATE-PCT OF DDDTTJ01   00085700
085800     MOVE VTX-CNTY-PCT           TO MD-TJ-CNTY-PCT  OF DDDTTJ01   00085800
085900     MOVE VTX-CITY-PCT           TO MD-TJ-CITY-PCT  OF DDDTTJ01   00085900
086000     EXEC SQL                                                     00086000
086100       INSERT INTO FC_XXXAIL_TAX_JUR                              00086100
086200          ( TJ_JUR_ID, TJ_EFF_DT, TJ_STATE_CD, TJ_CNTY_NM,        00086200
086300            TJ_CITY_NM, TJ_STATE_PCT, TJ_CNTY_PCT, TJ_CITY_PCT )  00086300
086400       VALUES                                                     00086400
086500          ( :DDDTTJ01.MD-TJ-JUR-ID,    :DDDTTJ01.MD-TJ-EFF-DT,    00086500
086600            :DDDTTJ01.MD-TJ-STATE-CD,  :DDDTTJ01.MD-TJ-CNTY-NM,   00086600
086700            :DDDTTJ01.MD-TJ-CITY-NM,   :DDDTTJ01.MD-TJ-STATE-PCT, 00086700
086800            :DDDTTJ01.MD-TJ-CNTY-PCT,  :DDDTTJ01.MD-TJ-CITY-PCT ) 00086800
086900     END-EXEC                                                     00086900
087000     IF SQLCODE = 0                                               00087000
087100       ADD 1 TO WS-APPLIED-COUNT                                  00087100
087200     ELSE                                                         00087200
087300       PERFORM 800-REPORT-SQL-ERROR                               00087300
087400     END-IF                                                       00087400
087500     .                                                            00087500
087600                                                                  00087600
087700 520-CORRECT-THE-RATE.                                            00087700
087800     MOVE WS-OJ-JUR-ID (WS-JX)   TO MD-TJ-JUR-ID    OF DDDTTJ01   00087800
087900     MOVE VTX-EFF-DT             TO MD-TJ-EFF-DT    OF DDDTTJ01   00087900
088000     MOVE VTX-STATE-PCT          TO MD-TJ-STATE-PCT OF DDDTTJ01   00088000
088100     MOVE VTX-CNTY-PCT           TO MD-TJ-CNTY-PCT  OF DDDTTJ01   00088100
088200     MOVE VTX-CITY-PCT           TO MD-TJ-CITY-PCT  OF DDDTTJ01   00088200
088300     EXEC SQL                                                     00088300
088400       UPDATE FC_XXXAIL_TAX_JUR                                   00088400
088500          SET TJ_STATE_PCT = :DDDTTJ01.MD-TJ-STATE-PCT,           00088500
088600              TJ_CNTY_PCT  = :DDDTTJ01.MD-TJ-CNTY-PCT,            00088600
088700              TJ_CITY_PCT  = :DDDTTJ01.MD-TJ-CITY-PCT             00088700
088800        WHERE TJ_JUR_ID    = :DDDTTJ01.MD-TJ-JUR-ID               00088800
088900          AND TJ_EFF_DT    = :DDDTTJ01.MD-TJ-EFF-DT               00088900
089000     END-EXEC                                                     00089000
089100     IF SQLCODE = 0                                               00089100
089200       ADD 1 TO WS-APPLIED-COUNT                                  00089200
089300     ELSE                                                         00089300
089400       PERFORM 800-REPORT-SQL-ERROR                               00089400
089500     END-IF                                                       00089500
089600     .                                                            00089600
089700                                                                  00089700
089800*================================================================ 00089800
089900* The review report, section by section.                          00089900
090000*================================================================ 00090000
090100 700-WRITE-REVIEW-REPORT.                                         00090100
090200     MOVE 'N' TO WS-SEC-TYPE                                      00090200
090300     MOVE 'NEW RATES' TO WS-SEC-TITLE                             00090300
090400     PERFORM 720-WRITE-ONE-SECTION                                00090400
090500     MOVE 'C' TO WS-SEC-TYPE                                      00090500
090600     MOVE 'CHANGED RATES - VENDOR CORRECTION OF A RATE ON FILE'   00090600
090700       TO WS-SEC-TITLE                                            00090700
090800     PERFORM 720-WRITE-ONE-SECTION                                00090800
090900     MOVE 'P' TO WS-SEC-TYPE                                      00090900
091000     MOVE 'PAST-DATED RATE CHANGES - NOT APPLIED'                 00091000
091100       TO WS-SEC-TITLE                                            00091100
091200     PERFORM 720-WRITE-ONE-SECTION                                00091200
091300     MOVE 'U' TO WS-SEC-TYPE                                      00091300
091400     MOVE 'VENDOR JURISDICTIONS WITH NO MATCH ON FILE'            00091400
091500       TO WS-SEC-TITLE                                            00091500
091600     PERFORM 720-WRITE-ONE-SECTION                                00091600
091700     PERFORM 760-WRITE-NOT-LISTED                                 00091700
091800     MOVE 'R' TO WS-SEC-TYPE                                      00091800
091900     MOVE 'VENDOR ROWS REJECTED' TO WS-SEC-TITLE                  00091900
092000     PERFORM 720-WRITE-ONE-SECTION                                00092000
092100     .                                                            00092100
092200                                                                  00092200
092300 710-WRITE-SECTION-HEADING.                                       00092300
092400     MOVE SPACES TO RPT-LINE                                      00092400
092500     WRITE RPT-LINE                                               00092500
092600     MOVE WS-SEC-TITLE TO WS-SEC-LINE-TITLE                       00092600
092700     WRITE RPT-LINE FROM WS-SEC-LINE                              00092700
092800     WRITE RPT-LINE FROM WS-COL-LINE                              00092800
092900     MOVE 0 TO WS-SEC-COUNT                                       00092900
093000     .                                                            00093000
093100                                                                  00093100
093200 720-WRITE-ONE-SECTION.                                           00093200
093300     PERFORM 710-WRITE-SECTION-HEADING                            00093300
093400     PERFORM VARYING WS-RX FROM 1 BY 1                            00093400
093500             UNTIL WS-RX > WS-NUM-REVIEW                          00093500
093600       IF WS-RV-TYPE (WS-RX) = WS-SEC-TYPE                        00093600
093700         PERFORM 740-WRITE-REVIEW-LINE                            00093700
093800       END-IF                                                     00093800
093900     END-PERFORM                                                  00093900
094000     IF WS-SEC-COUNT = 0                                          00094000
094100       MOVE '    NONE' TO RPT-LINE                                00094100
094200       WRITE RPT-LINE                                             00094200
094300     END-IF                                                       00094300
094400     .                                                            00094400
094500                                                                  00094500
094600 740-WRITE-REVIEW-LINE.                                           00094600
094700     ADD 1 TO WS-SEC-COUNT                                        00094700
094800     MOVE SPACES TO WS-DTL-REASON                                 00094800
094900     MOVE WS-RV-JUR-ID   (WS-RX) TO WS-DTL-JUR-ID                 00094900
095000     MOVE WS-RV-STATE-CD (WS-RX) TO WS-DTL-STATE-CD               00095000
095100     MOVE WS-RV-CNTY-NM  (WS-RX) TO WS-DTL-CNTY-NM                00095100
095200     MOVE WS-RV-CITY-NM  (WS-RX) TO WS-DTL-CITY-NM                00095200
095300     MOVE WS-RV-EFF-DT   (WS-RX) TO WS-DTL-EFF-DT                 00095300
095400     IF WS-RV-UNMATCHED (WS-RX) OR WS-RV-REJECTED (WS-RX)         00095400
095500       MOVE WS-RV-REASON (WS-RX) TO WS-DTL-REASON                 00095500
095600       MOVE 0 TO WS-DTL-STORE-CNT                                 00095600
095700     ELSE                                                         00095700
095800       MOVE WS-RV-OLD-STATE-PCT (WS-RX) TO WS-DTL-OLD-STATE-PCT   00095800
095900       MOVE WS-RV-OLD-CNTY-PCT  (WS-RX) TO WS-DTL-OLD-CNTY-PCT    00095900
096000       MOVE WS-RV-OLD-CITY-PCT  (WS-RX) TO WS-DTL-OLD-CITY-PCT    00096000
096100       MOVE WS-RV-NEW-STATE-PCT (WS-RX) TO WS-DTL-NEW-STATE-PCT   00096100
096200       MOVE WS-RV-NEW-CNTY-PCT  (WS-RX) TO WS-DTL-NEW-CNTY-PCT    00096200
096300       MOVE WS-RV-NEW-CITY-PCT  (WS-RX) TO WS-DTL-NEW-CITY-PCT    00096300
096400       MOVE WS-RV-STORE-CNT     (WS-RX) TO WS-DTL-STORE-CNT       00096400
096500     END-IF                                                       00096500
096600     WRITE RPT-LINE FROM WS-DTL-LINE                              00096600
096700     .                                                            00096700
096800                                                                  00096800
096900* Our jurisdictions no vendor row matched, with the stores that   00096900
097000* still point at each.                                            00097000
097100 760-WRITE-NOT-LISTED.                                            00097100
097200     MOVE 'OUR JURISDICTIONS NOT ON THE VENDOR FILE'              00097200
097300       TO WS-SEC-TITLE                                            00097300
097400     PERFORM 710-WRITE-SECTION-HEADING                            00097400
097500     PERFORM VARYING WS-JX FROM 1 BY 1                            00097500
097600             UNTIL WS-JX > WS-NUM-JURS OR CALL-ERROR-DETECTED     00097600
097700       IF NOT WS-OJ-LISTED (WS-JX)                                00097700
097800         ADD 1 TO WS-NOT-LISTED-COUNT                             00097800
097900         ADD 1 TO WS-SEC-COUNT                                    00097900
098000         MOVE SPACES TO WS-SEC-TYPE                               00098000
098100         PERFORM 460-COUNT-STORES                                 00098100
098200         MOVE SPACES TO WS-DTL-REASON                             00098200
098300                        WS-DTL-EFF-DT                             00098300
098400         MOVE WS-OJ-JUR-ID   (WS-JX) TO WS-DTL-JUR-ID             00098400
098500         MOVE WS-OJ-STATE-CD (WS-JX) TO WS-DTL-STATE-CD           00098500
098600         MOVE WS-OJ-CNTY-NM  (WS-JX) TO WS-DTL-CNTY-NM            00098600
098700         MOVE WS-OJ-CITY-NM  (WS-JX) TO WS-DTL-CITY-NM            00098700
098800         MOVE WS-STORE-CNT           TO WS-DTL-STORE-CNT          00098800
098900         WRITE RPT-LINE FROM WS-DTL-LINE                          00098900
099000       END-IF                                                     00099000
099100     END-PERFORM                                                  00099100
099200     IF WS-SEC-COUNT = 0                                          00099200
099300       MOVE '    NONE' TO RPT-LINE                                00099300
099400       WRITE RPT-LINE                                             00099400
099500     END-IF                                                       00099500
099600     .                                                            00099600
099700                                                                  00099700
099800 800-REPORT-SQL-ERROR.                                            00099800
099900     SET  CALL-ERROR-DETECTED TO TRUE                             00099900
100000     MOVE SQLCODE TO WS-SQLCODE                                   00100000
100100     MOVE SPACES  TO RPT-LINE                                     00100100
100200     STRING 'MMMB1602 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00100200
100300       DELIMITED BY SIZE INTO RPT-LINE                            00100300
100400     WRITE RPT-LINE                                               00100400
100500     DISPLAY 'MMMB1602 - SQL ERROR, SQLCODE = ' WS-SQLCODE        00100500
100600     MOVE 16 TO WS-JOB-RC                                         00100600
100700     MOVE 0 TO SQLCODE                                            00100700
100800     .                                                            00100800
100900                                                                  00100900
101000*================================================================ 00101000
101100* Termination - totals and the return code: 4 when anything was   00101100
101200* rejected, past-dated, unmatched or no longer listed, 16 when    00101200
101300* the card, the file or DB2 stopped the run.                      00101300
101400*================================================================ 00101400
101500 900-TERMINATE.                                                   00101500
101600     MOVE SPACES TO RPT-LINE                                      00101600
101700     WRITE RPT-LINE                                               00101700
101800     MOVE 'VENDOR ROWS READ              -  ' TO WS-CNT-TXT       00101800
101900     MOVE WS-READ-COUNT                       TO WS-CNT-NBR       00101900
102000     WRITE RPT-LINE FROM WS-CNT-LINE                              00102000
102100     MOVE 'VENDOR ROWS REJECTED          -  ' TO WS-CNT-TXT       00102100
102200     MOVE WS-REJECTED-COUNT                   TO WS-CNT-NBR       00102200
102300     WRITE RPT-LINE FROM WS-CNT-LINE                              00102300
102400     MOVE 'RATES UNCHANGED               -  ' TO WS-CNT-TXT       00102400
102500     MOVE WS-UNCHANGED-COUNT                  TO WS-CNT-NBR       00102500
102600     WRITE RPT-LINE FROM WS-CNT-LINE                              00102600
102700     MOVE 'NEW RATES                     -  ' TO WS-CNT-TXT       00102700
102800     MOVE WS-NEW-COUNT                        TO WS-CNT-NBR       00102800
102900     WRITE RPT-LINE FROM WS-CNT-LINE                              00102900
103000     MOVE 'CHANGED RATES                 -  ' TO WS-CNT-TXT       00103000
103100     MOVE WS-CHANGED-COUNT                    TO WS-CNT-NBR       00103100
103200     WRITE RPT-LINE FROM WS-CNT-LINE                              00103200
103300     MOVE 'STORES AFFECTED               -  ' TO WS-CNT-TXT       00103300
103400     MOVE WS-STORES-AFFECTED                  TO WS-CNT-NBR       00103400
103500     WRITE RPT-LINE FROM WS-CNT-LINE                              00103500
103600     MOVE 'PAST-DATED, NOT APPLIED       -  ' TO WS-CNT-TXT       00103600
103700     MOVE WS-PAST-COUNT                       TO WS-CNT-NBR       00103700
103800     WRITE RPT-LINE FROM WS-CNT-LINE                              00103800
103900     MOVE 'VENDOR ROWS WITH NO MATCH     -  ' TO WS-CNT-TXT       00103900
104000     MOVE WS-UNMATCHED-COUNT                  TO WS-CNT-NBR       00104000
104100     WRITE RPT-LINE FROM WS-CNT-LINE                              00104100
104200     MOVE 'JURISDICTIONS NOT ON FILE     -  ' TO WS-CNT-TXT       00104200
104300     MOVE WS-NOT-LISTED-COUNT                 TO WS-CNT-NBR       00104300
104400     WRITE RPT-LINE FROM WS-CNT-LINE                              00104400
104500     MOVE 'RATE ROWS APPLIED             -  ' TO WS-CNT-TXT       00104500
104600     MOVE WS-APPLIED-COUNT                    TO WS-CNT-NBR       00104600
104700     WRITE RPT-LINE FROM WS-CNT-LINE                              00104700
104800                                                                  00104800
104900     IF ( WS-REJECTED-COUNT   > 0 OR WS-PAST-COUNT       > 0      00104900
105000       OR WS-UNMATCHED-COUNT  > 0 OR WS-NOT-LISTED-COUNT > 0 )    00105000
105100     AND WS-JOB-RC < 4                                            00105100
105200       MOVE 4 TO WS-JOB-RC                                        00105200
105300     END-IF                                                       00105300
105400     CLOSE TAX-RATE-IN REVIEW-RPT                                 00105400
105500     .                                                            00105500
105600                                                                  00105600
105700*================================================================ 00105700
105800* Run control - refuse a duplicate or out-of-order start, and     00105800
105900* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00105900
106000*================================================================ 00106000
106100 050-RUN-CNTL-START.                                              00106100
106200     INITIALIZE XXXN001A                                          00106200
106300                YYYC0230                                          00106300
106400     SET  YYYC0230-START-RUN TO TRUE                              00106400
106500     MOVE 'MMMB1602' TO YYYC0230-JOB-NM                           00106500
106600     CALL YYYS0230-RUN-CNTL USING                                 00106600
106700         XXXN001A                                                 00106700
106800         YYYC0230                                                 00106800
106900     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00106900
107000       DISPLAY 'MMMB1602 - START REFUSED: ' IS-RTRN-MSG-TXT       00107000
107100     END-IF                                                       00107100
107200     .                                                            00107200
107300                                                                  00107300
107400 055-RUN-CNTL-END.                                                00107400
107500     INITIALIZE XXXN001A                                          00107500
107600                YYYC0230                                          00107600
107700     IF WS-JOB-RC > 4                                             00107700
107800       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00107800
107900     ELSE                                                         00107900
108000       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00108000
108100     END-IF                                                       00108100
108200     MOVE 'MMMB1602' TO YYYC0230-JOB-NM                           00108200
108300     CALL YYYS0230-RUN-CNTL USING                                 00108300
108400         XXXN001A                                                 00108400
108500         YYYC0230                                                 00108500
108600     .                                                            00108600
