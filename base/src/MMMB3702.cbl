000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3702.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Pilot programs - bulk store enrollment.                         00000600
000700*                                                                 00000700
000800* Enrolls test stores in a pilot on FC_XXXAIL_PILOT, and takes    00000800
000900* them out again, from one transaction per TRANIN line - a        00000900
001000* pilot's store list goes in as one deck when it launches:        00001000
001100*   E  enroll the store from the date (blank means today),        00001100
001200*      paired with the control store given, or with the           00001200
001300*      nearest free store of the same retail format when the      00001300
001400*      control is left blank                                      00001400
001500*   W  withdraw the store from the pilot                          00001500
001600* Every change goes through MMMS0185, which holds the pilot,      00001600
001700* format and conflicting-pilot edits. Applied enrollments         00001700
001800* report the control store chosen and its distance; rejects       00001800
001900* report the reason and are recycled through MMMS0177.            00001900
002000*                                                                 00002000
002100* TRANIN: a pilot store control enroll-date                       00002100
002200*   (store and control nine digits, date yyyy-mm-dd)              00002200
002300* Batch job - run standalone, no online caller.                   00002300
002400*---------------------------------------------------------------- 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 INPUT-OUTPUT SECTION.                                            00002600
002700 FILE-CONTROL.                                                    00002700
002800     SELECT TRAN-IN        ASSIGN TO TRANIN                       00002800
002900         ORGANIZATION IS LINE SEQUENTIAL.                         00002900
003000     SELECT ENRL-RPT       ASSIGN TO RPTOUT                       00003000
003100         ORGANIZATION IS LINE SEQUENTIAL.                         00003100
003200                                                                  00003200
003300 DATA DIVISION.                                                   00003300
003400 FILE SECTION.                                                    00003400
003500 FD  TRAN-IN.                                                     00003500
003600 01  TRAN-REC.                                                    00003600
003700     05 TRX-ACTION                     PIC X(1).                  00003700
003800         88 TRX-ACT-ENROLL                      VALUE 'E'.        00003800
003900         88 TRX-ACT-WITHDRAW                    VALUE 'W'.        00003900
004000     05 FILLER                         PIC X(1).                  00004000
004100     05 TRX-PILOT-ID                   PIC X(8).                  00004100
004200     05 FILLER                         PIC X(1).                  00004200
004300     05 TRX-STORE-NO                   PIC 9(9).                  00004300
004400     05 FILLER                         PIC X(1).                  00004400
004500     05 TRX-CTL-STORE-X                PIC X(9).                  00004500
004600     05 TRX-CTL-STORE-NO REDEFINES TRX-CTL-STORE-X                00004600
004700                                       PIC 9(9).                  00004700
004800     05 FILLER                         PIC X(1).                  00004800
004900     05 TRX-ENRL-DT                    PIC X(10).                 00004900
005000     05 FILLER                         PIC X(39).                 00005000
005100                                                                  00005100
005200 FD  ENRL-RPT.                                                    00005200
005300 01  RPT-LINE                          PIC X(132).                00005300
005400                                                                  00005400
005500 WORKING-STORAGE SECTION.                                         00005500
005600* --------------------------------------------------------------- 00005600
005700* Misc working storage...                                         00005700
005800* --------------------------------------------------------------- 00005800
005900 01 WS-TRAN-COUNT                     PIC 9(6) VALUE 0.           00005900
006000 01 WS-APPLIED-COUNT                  PIC 9(6) VALUE 0.           00006000
006100 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00006100
006200 01 WS-MMMS0185-PGM                   PIC X(8) VALUE 'MMMS0185'.  00006200
006300                                                                  00006300
006400 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00006400
006500    88 IS-EOF                                  VALUE 'Y'.         00006500
006600    88 NOT-EOF                                 VALUE 'N'.         00006600
006700                                                                  00006700
006800 01 WS-HDG-LINE-1.                                                00006800
006900    05 FILLER PIC X(48) VALUE                                     00006900
007000       'MMMB3702 - PILOT PROGRAM STORE ENROLLMENT'.               00007000
007100                                                                  00007100
007200 01 WS-DTL-LINE.                                                  00007200
007300    05 WS-DTL-ACTION                PIC X(1).                     00007300
007400    05 FILLER                       PIC X(1) VALUE SPACES.        00007400
007500    05 WS-DTL-PILOT-ID              PIC X(8).                     00007500
007600    05 FILLER                       PIC X(1) VALUE SPACES.        00007600
007700    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00007700
007800    05 FILLER                       PIC X(1) VALUE SPACES.        00007800
007900    05 WS-DTL-CTL-STORE-NO          PIC Z(8)9 BLANK WHEN ZERO.    00007900
008000    05 FILLER                       PIC X(1) VALUE SPACES.        00008000
008100    05 WS-DTL-CTL-DIST-MI           PIC ZZZZ9.9 BLANK WHEN ZERO.  00008100
008200    05 FILLER                       PIC X(1) VALUE SPACES.        00008200
008300    05 WS-DTL-ENRL-DT               PIC X(10).                    00008300
008400    05 FILLER                       PIC X(1) VALUE SPACES.        00008400
008500    05 WS-DTL-FRMAT-CD              PIC X(5).                     00008500
008600    05 FILLER                       PIC X(1) VALUE SPACES.        00008600
008700    05 WS-DTL-RESULT                PIC X(8).                     00008700
008800    05 FILLER                       PIC X(1) VALUE SPACES.        00008800
008900    05 WS-DTL-REASON                PIC X(60).                    00008900
009000                                                                  00009000
009100 01 WS-SUMMARY-LINE.                                              00009100
009200    05 FILLER PIC X(23) VALUE 'TRANSACTIONS READ  -  '.           00009200
009300    05 WS-SUM-TRANS                 PIC ZZZ,ZZ9.                  00009300
009400 01 WS-SUMMARY-LINE2.                                             00009400
009500    05 FILLER PIC X(23) VALUE 'APPLIED            -  '.           00009500
009600    05 WS-SUM-APPLIED               PIC ZZZ,ZZ9.                  00009600
009700 01 WS-SUMMARY-LINE3.                                             00009700
009800    05 FILLER PIC X(23) VALUE 'REJECTED           -  '.           00009800
009900    05 WS-SUM-REJECTED              PIC ZZZ,ZZ9.                  00009900
010000                                                                  00010000
010100* --------------------------------------------------------------- 00010100
010200* Miscellaneous copy books go here...                             00010200
010300* --------------------------------------------------------------- 00010300
010400 COPY XXXN001A.                                                   00010400
010500 COPY MMMC0185.                                                   00010500
010600* Shared reject-and-recycle writer - every reject also lands on   00010600
010700* RECYCOUT in input format, reason appended, ready to correct     00010700
010800* and feed back in as the next run's TRANIN.                      00010800
010900 01 WS-MMMS0177-PGM                   PIC X(8) VALUE 'MMMS0177'.  00010900
011000 COPY MMMC0177.                                                   00011000
011100                                                                  00011100
011200 PROCEDURE DIVISION.                                              00011200
011300***************************************************************** 00011300
011400* Start of program main line.                                     00011400
011500***************************************************************** 00011500
011600 000-MAIN.                                                        00011600
011700     PERFORM 100-INITIALIZE                                       00011700
011800     PERFORM UNTIL IS-EOF                                         00011800
011900       ADD 1 TO WS-TRAN-COUNT                                     00011900
012000       PERFORM 200-APPLY-ONE-TRAN                                 00012000
012100       PERFORM 120-READ-NEXT-TRAN                                 00012100
012200     END-PERFORM                                                  00012200
012300     PERFORM 900-TERMINATE                                        00012300
012400     GOBACK                                                       00012400
012500     .                                                            00012500
012600                                                                  00012600
012700 100-INITIALIZE.                                                  00012700
012800     OPEN INPUT  TRAN-IN                                          00012800
012900     OPEN OUTPUT ENRL-RPT                                         00012900
013000     SET  MMMC0177-OPEN TO TRUE                                   00013000
013100     MOVE 'MMMB3702' TO MMMC0177-JOB-NM                           00013100
013200     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00013200
013300     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00013300
013400     PERFORM 120-READ-NEXT-TRAN                                   00013400
013500     .                                                            00013500
013600                                                                  00013600
013700 120-READ-NEXT-TRAN.                                              00013700
013800     READ TRAN-IN                                                 00013800
013900       AT END SET IS-EOF TO TRUE                                  00013900
014000     END-READ                                                     00014000
014100     .                                                            00014100
014200                                                                  00014200
014300*================================================================ 00014300
014400* One transaction, edited then applied. The card's own edits      00014400
014500* are the action and the store numbers; MMMS0185 does the rest.   00014500
014600*================================================================ 00014600
014700 200-APPLY-ONE-TRAN.                                              00014700
014800     INITIALIZE XXXN001A MMMC0185                                 00014800
014900     IF NOT TRX-ACT-ENROLL AND NOT TRX-ACT-WITHDRAW               00014900
015000       SET  FAILURE TO TRUE                                       00015000
015100       MOVE 'ACTION MUST BE E OR W' TO IS-RTRN-MSG-TXT            00015100
015200     END-IF                                                       00015200
015300                                                                  00015300
015400     IF SUCCESS AND TRX-STORE-NO NOT NUMERIC                      00015400
015500       SET  FAILURE TO TRUE                                       00015500
015600       MOVE 'STORE NUMBER MUST BE NUMERIC' TO IS-RTRN-MSG-TXT     00015600
015700     END-IF                                                       00015700
015800                                                                  00015800
015900     IF  SUCCESS                                                  00015900
016000     AND TRX-CTL-STORE-X NOT = SPACES                             00016000
016100     AND TRX-CTL-STORE-X NOT NUMERIC                              00016100
016200       SET  FAILURE TO TRUE                                       00016200
016300       MOVE 'CONTROL STORE MUST BE NUMERIC OR BLANK'              00016300
016400         TO IS-RTRN-MSG-TXT                                       00016400
016500     END-IF                                                       00016500
016600                                                                  00016600
016700     IF SUCCESS                                                   00016700
016800       PERFORM 300-CALL-THE-SERVICE                               00016800
016900     END-IF                                                       00016900
017000                                                                  00017000
017100     IF SUCCESS                                                   00017100
017200       PERFORM 500-REPORT-APPLIED                                 00017200
017300     ELSE                                                         00017300
017400       PERFORM 600-REPORT-REJECT                                  00017400
017500     END-IF                                                       00017500
017600     .                                                            00017600
017700                                                                  00017700
017800 300-CALL-THE-SERVICE.                                            00017800
017900     MOVE TRX-ACTION   TO MMMC0185-FUNC                           00017900
018000     MOVE TRX-PILOT-ID TO MMMC0185-PILOT-ID                       00018000
018100     MOVE TRX-STORE-NO TO MMMC0185-LOC-NBR                        00018100
018200     MOVE 'S '         TO MMMC0185-LOC-TYP-CD                     00018200
018300     IF TRX-CTL-STORE-X NOT = SPACES                              00018300
018400       MOVE TRX-CTL-STORE-NO TO MMMC0185-CTL-LOC-NBR              00018400
018500     END-IF                                                       00018500
018600     MOVE TRX-ENRL-DT  TO MMMC0185-ENRL-DT                        00018600
018700     MOVE 'MMMB3702'   TO MMMC0185-USER-ID                        00018700
018800     CALL WS-MMMS0185-PGM USING XXXN001A MMMC0185                 00018800
018900     .                                                            00018900
019000                                                                  00019000
019100 500-REPORT-APPLIED.                                              00019100
019200     ADD 1 TO WS-APPLIED-COUNT                                    00019200
019300     MOVE TRX-ACTION           TO WS-DTL-ACTION                   00019300
019400     MOVE TRX-PILOT-ID         TO WS-DTL-PILOT-ID                 00019400
019500     MOVE TRX-STORE-NO         TO WS-DTL-STORE-NO                 00019500
019600     MOVE MMMC0185-CTL-LOC-NBR TO WS-DTL-CTL-STORE-NO             00019600
019700     MOVE MMMC0185-CTL-DIST-MI TO WS-DTL-CTL-DIST-MI              00019700
019800     MOVE MMMC0185-ENRL-DT     TO WS-DTL-ENRL-DT                  00019800
019900     MOVE MMMC0185-FRMAT-CD    TO WS-DTL-FRMAT-CD                 00019900
020000     MOVE 'APPLIED'            TO WS-DTL-RESULT                   00020000
020100     MOVE SPACES               TO WS-DTL-REASON                   00020100
020200     WRITE RPT-LINE FROM WS-DTL-LINE                              00020200
020300     .                                                            00020300
020400                                                                  00020400
020500 600-REPORT-REJECT.                                               00020500
020600     ADD 1 TO WS-REJECTED-COUNT                                   00020600
020700     MOVE TRX-ACTION      TO WS-DTL-ACTION                        00020700
020800     MOVE TRX-PILOT-ID    TO WS-DTL-PILOT-ID                      00020800
020900     MOVE TRX-STORE-NO    TO WS-DTL-STORE-NO                      00020900
021000     MOVE 0               TO WS-DTL-CTL-STORE-NO                  00021000
021100     IF TRX-CTL-STORE-X NUMERIC                                   00021100
021200       MOVE TRX-CTL-STORE-NO TO WS-DTL-CTL-STORE-NO               00021200
021300     END-IF                                                       00021300
021400     MOVE 0               TO WS-DTL-CTL-DIST-MI                   00021400
021500     MOVE TRX-ENRL-DT     TO WS-DTL-ENRL-DT                       00021500
021600     MOVE SPACES          TO WS-DTL-FRMAT-CD                      00021600
021700     MOVE 'REJECTED'      TO WS-DTL-RESULT                        00021700
021800     MOVE IS-RTRN-MSG-TXT TO WS-DTL-REASON                        00021800
021900     WRITE RPT-LINE FROM WS-DTL-LINE                              00021900
022000     SET  MMMC0177-WRITE-REJECT TO TRUE                           00022000
022100     MOVE TRAN-REC        TO MMMC0177-TRAN-REC                    00022100
022200     MOVE WS-DTL-REASON   TO MMMC0177-REASON                      00022200
022300     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00022300
022400     .                                                            00022400
022500                                                                  00022500
022600 900-TERMINATE.                                                   00022600
022700     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0                 00022700
022800       MOVE 4 TO RETURN-CODE                                      00022800
022900     END-IF                                                       00022900
023000     MOVE WS-TRAN-COUNT     TO WS-SUM-TRANS                       00023000
023100     MOVE WS-APPLIED-COUNT  TO WS-SUM-APPLIED                     00023100
023200     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED                    00023200
023300     WRITE RPT-LINE FROM SPACES                                   00023300
023400     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00023400
023500     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00023500
023600     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00023600
023700     SET  MMMC0177-CLOSE TO TRUE                                  00023700
023800     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00023800
023900     CLOSE TRAN-IN ENRL-RPT                                       00023900
024000     .                                                            00024000
