000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB3402.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store services and amenities - bulk load and maintenance.       00000600
000700*                                                                 00000700
000800* Loads and maintains FC_XXXAIL_STORE_SVC (DDDTSS01), the         00000800
000900* services a store offers, from one transaction per TRANIN        00000900
001000* line - the initial load from the district surveys, and a        00001000
001100* chain-wide roll-out or withdrawal of a service afterwards:      00001100
001200*   A  add the service from the start date, through the end       00001200
001300*      date (blank runs on), with its own hours when the          00001300
001400*      service type keeps them                                    00001400
001500*   U  new end date and/or hours for the row with that store,     00001500
001600*      service and start date (blank keeps what is on file)       00001600
001700*   E  end the service - the date is the last day it is           00001700
001800*      offered; blank means today                                 00001800
001900*   D  delete - keyed in error                                    00001900
002000* Every change goes through MMMS0184, the same edits the          00002000
002100* online transaction MMMO1400 gets. Every transaction is          00002100
002200* reported applied or rejected with the reason, and rejects       00002200
002300* are recycled through MMMS0177.                                  00002300
002400*                                                                 00002400
002500* TRANIN: a store svc start-date end-date open-tm close-tm        00002500
002600*   (dates yyyy-mm-dd, times hh.mm.ss)                            00002600
002700* Batch job - run standalone, no online caller.                   00002700
002800*---------------------------------------------------------------- 00002800
002900 ENVIRONMENT DIVISION.                                            00002900
003000 INPUT-OUTPUT SECTION.                                            00003000
003100 FILE-CONTROL.                                                    00003100
003200     SELECT TRAN-IN        ASSIGN TO TRANIN                       00003200
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00003300
003400     SELECT SVC-RPT        ASSIGN TO RPTOUT                       00003400
003500         ORGANIZATION IS LINE SEQUENTIAL.                         00003500
003600                                                                  00003600
003700 DATA DIVISION.                                                   00003700
003800 FILE SECTION.                                                    00003800
003900 FD  TRAN-IN.                                                     00003900
004000 01  TRAN-REC.                                                    00004000
004100     05 TRX-ACTION                     PIC X(1).                  00004100
004200         88 TRX-ACT-ADD                         VALUE 'A'.        00004200
004300         88 TRX-ACT-UPDATE                      VALUE 'U'.        00004300
004400         88 TRX-ACT-END                         VALUE 'E'.        00004400
004500         88 TRX-ACT-DELETE                      VALUE 'D'.        00004500
004600     05 FILLER                         PIC X(1).                  00004600
004700     05 TRX-STORE-NO                   PIC 9(9).                  00004700
004800     05 FILLER                         PIC X(1).                  00004800
004900     05 TRX-SVC-CD                     PIC X(4).                  00004900
005000     05 FILLER                         PIC X(1).                  00005000
005100     05 TRX-STRT-DT                    PIC X(10).                 00005100
005200     05 FILLER                         PIC X(1).                  00005200
005300     05 TRX-END-DT                     PIC X(10).                 00005300
005400     05 FILLER                         PIC X(1).                  00005400
005500     05 TRX-OPEN-TM                    PIC X(8).                  00005500
005600     05 FILLER                         PIC X(1).                  00005600
005700     05 TRX-CLOS-TM                    PIC X(8).                  00005700
005800     05 FILLER                         PIC X(24).                 00005800
005900                                                                  00005900
006000 FD  SVC-RPT.                                                     00006000
006100 01  RPT-LINE                          PIC X(132).                00006100
006200                                                                  00006200
006300 WORKING-STORAGE SECTION.                                         00006300
006400* --------------------------------------------------------------- 00006400
006500* Misc working storage...                                         00006500
006600* --------------------------------------------------------------- 00006600
006700 01 WS-TRAN-COUNT                     PIC 9(6) VALUE 0.           00006700
006800 01 WS-APPLIED-COUNT                  PIC 9(6) VALUE 0.           00006800
006900 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00006900
007000 01 WS-MMMS0184-PGM                   PIC X(8) VALUE 'MMMS0184'.  00007000
007100                                                                  00007100
007200 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00007200
007300    88 IS-EOF                                  VALUE 'Y'.         00007300
007400    88 NOT-EOF                                 VALUE 'N'.         00007400
007500                                                                  00007500
007600 01 WS-HDG-LINE-1.                                                00007600
007700    05 FILLER PIC X(48) VALUE                                     00007700
007800       'MMMB3402 - STORE SERVICES AND AMENITIES'.                 00007800
007900                                                                  00007900
008000 01 WS-DTL-LINE.                                                  00008000
008100    05 WS-DTL-ACTION                PIC X(1).                     00008100
008200    05 FILLER                       PIC X(1) VALUE SPACES.        00008200
008300    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00008300
008400    05 FILLER                       PIC X(1) VALUE SPACES.        00008400
008500    05 WS-DTL-SVC-CD                PIC X(4).                     00008500
008600    05 FILLER                       PIC X(1) VALUE SPACES.        00008600
008700    05 WS-DTL-STRT-DT               PIC X(10).                    00008700
008800    05 FILLER                       PIC X(1) VALUE SPACES.        00008800
008900    05 WS-DTL-END-DT                PIC X(10).                    00008900
009000    05 FILLER                       PIC X(1) VALUE SPACES.        00009000
009100    05 WS-DTL-OPEN-TM               PIC X(8).                     00009100
009200    05 FILLER                       PIC X(1) VALUE SPACES.        00009200
009300    05 WS-DTL-CLOS-TM               PIC X(8).                     00009300
009400    05 FILLER                       PIC X(1) VALUE SPACES.        00009400
009500    05 WS-DTL-RESULT                PIC X(8).                     00009500
009600    05 FILLER                       PIC X(1) VALUE SPACES.        00009600
009700    05 WS-DTL-REASON                PIC X(60).                    00009700
009800                                                                  00009800
009900 01 WS-SUMMARY-LINE.                                              00009900
010000    05 FILLER PIC X(23) VALUE 'TRANSACTIONS READ  -  '.           00010000
010100    05 WS-SUM-TRANS                 PIC ZZZ,ZZ9.                  00010100
010200 01 WS-SUMMARY-LINE2.                                             00010200
010300    05 FILLER PIC X(23) VALUE 'APPLIED            -  '.           00010300
010400    05 WS-SUM-APPLIED               PIC ZZZ,ZZ9.                  00010400
010500 01 WS-SUMMARY-LINE3.                                             00010500
010600    05 FILLER PIC X(23) VALUE 'REJECTED           -  '.           00010600
010700    05 WS-SUM-REJECTED              PIC ZZZ,ZZ9.                  00010700
010800                                                                  00010800
010900* --------------------------------------------------------------- 00010900
011000* Miscellaneous copy books go here...                             00011000
011100* --------------------------------------------------------------- 00011100
011200 COPY XXXN001A.                                                   00011200
011300 COPY MMMC0184.                                                   00011300
011400* Shared reject-and-recycle writer - every reject also lands on   00011400
011500* RECYCOUT in input format, reason appended, ready to correct     00011500
011600* and feed back in as the next run's TRANIN.                      00011600
011700 01 WS-MMMS0177-PGM                   PIC X(8) VALUE 'MMMS0177'.  00011700
011800 COPY MMMC0177.                                                   00011800
011900                                                                  00011900
012000 PROCEDURE DIVISION.                                              00012000
012100***************************************************************** 00012100
012200* Start of program main line.                                     00012200
012300***************************************************************** 00012300
012400 000-MAIN.                                                        00012400
012500     PERFORM 100-INITIALIZE                                       00012500
012600     PERFORM UNTIL IS-EOF                                         00012600
012700       ADD 1 TO WS-TRAN-COUNT                                     00012700
012800       PERFORM 200-APPLY-ONE-TRAN                                 00012800
012900       PERFORM 120-READ-NEXT-TRAN                                 00012900
013000     END-PERFORM                                                  00013000
013100     PERFORM 900-TERMINATE                                        00013100
013200     GOBACK                                                       00013200
013300     .                                                            00013300
013400                                                                  00013400
013500 100-INITIALIZE.                                                  00013500
013600     OPEN INPUT  TRAN-IN                                          00013600
013700     OPEN OUTPUT SVC-RPT                                          00013700
013800     SET  MMMC0177-OPEN TO TRUE                                   00013800
013900     MOVE 'MMMB3402' TO MMMC0177-JOB-NM                           00013900
014000     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00014000
014100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00014100
014200     PERFORM 120-READ-NEXT-TRAN                                   00014200
014300     .                                                            00014300
014400                                                                  00014400
014500 120-READ-NEXT-TRAN.                                              00014500
014600     READ TRAN-IN                                                 00014600
014700       AT END SET IS-EOF TO TRUE                                  00014700
014800     END-READ                                                     00014800
014900     .                                                            00014900
015000                                                                  00015000
015100*================================================================ 00015100
015200* One transaction, edited then applied. The card's own edits      00015200
015300* are the action and the store number; MMMS0184 does the rest.    00015300
015400*================================================================ 00015400
015500 200-APPLY-ONE-TRAN.                                              00015500
015600     INITIALIZE XXXN001A                                          00015600
015700     IF  NOT TRX-ACT-ADD AND NOT TRX-ACT-UPDATE                   00015700
015800     AND NOT TRX-ACT-END AND NOT TRX-ACT-DELETE                   00015800
015900       SET  FAILURE TO TRUE                                       00015900
016000       MOVE 'ACTION MUST BE A, U, E OR D' TO IS-RTRN-MSG-TXT      00016000
016100     END-IF                                                       00016100
016200                                                                  00016200
016300     IF SUCCESS AND TRX-STORE-NO NOT NUMERIC                      00016300
016400       SET  FAILURE TO TRUE                                       00016400
016500       MOVE 'STORE NUMBER MUST BE NUMERIC' TO IS-RTRN-MSG-TXT     00016500
016600     END-IF                                                       00016600
016700                                                                  00016700
016800     IF SUCCESS                                                   00016800
016900       PERFORM 300-CALL-THE-SERVICE                               00016900
017000     END-IF                                                       00017000
017100                                                                  00017100
017200     IF SUCCESS                                                   00017200
017300       PERFORM 500-REPORT-APPLIED                                 00017300
017400     ELSE                                                         00017400
017500       PERFORM 600-REPORT-REJECT                                  00017500
017600     END-IF                                                       00017600
017700     .                                                            00017700
017800                                                                  00017800
017900 300-CALL-THE-SERVICE.                                            00017900
018000     INITIALIZE MMMC0184                                          00018000
018100     MOVE TRX-ACTION   TO MMMC0184-FUNC                           00018100
018200     MOVE TRX-STORE-NO TO MMMC0184-LOC-NBR                        00018200
018300     MOVE 'S '         TO MMMC0184-LOC-TYP-CD                     00018300
018400     MOVE TRX-SVC-CD   TO MMMC0184-SVC-CD                         00018400
018500     MOVE TRX-STRT-DT  TO MMMC0184-STRT-DT                        00018500
018600     MOVE TRX-END-DT   TO MMMC0184-END-DT                         00018600
018700     MOVE TRX-OPEN-TM  TO MMMC0184-OPEN-TM                        00018700
018800     MOVE TRX-CLOS-TM  TO MMMC0184-CLOS-TM                        00018800
018900     MOVE 'MMMB3402'   TO MMMC0184-USER-ID                        00018900
019000     CALL WS-MMMS0184-PGM USING XXXN001A MMMC0184                 00019000
019100     IF SUCCESS                                                   00019100
019200       MOVE MMMC0184-END-DT TO TRX-END-DT                         00019200
019300     END-IF                                                       00019300
019400     .                                                            00019400
019500                                                                  00019500
019600 500-REPORT-APPLIED.                                              00019600
019700     ADD 1 TO WS-APPLIED-COUNT                                    00019700
019800     MOVE TRX-ACTION   TO WS-DTL-ACTION                           00019800
019900     MOVE TRX-STORE-NO TO WS-DTL-STORE-NO                         00019900
020000     MOVE TRX-SVC-CD   TO WS-DTL-SVC-CD                           00020000
020100     MOVE TRX-STRT-DT  TO WS-DTL-STRT-DT                          00020100
020200     MOVE TRX-END-DT   TO WS-DTL-END-DT                           00020200
020300     MOVE TRX-OPEN-TM  TO WS-DTL-OPEN-TM                          00020300
020400     MOVE TRX-CLOS-TM  TO WS-DTL-CLOS-TM                          00020400
020500     MOVE 'APPLIED'    TO WS-DTL-RESULT                           00020500
020600     MOVE SPACES       TO WS-DTL-REASON                           00020600
020700     WRITE RPT-LINE FROM WS-DTL-LINE                              00020700
020800     .                                                            00020800
020900                                                                  00020900
021000 600-REPORT-REJECT.                                               00021000
021100     ADD 1 TO WS-REJECTED-COUNT                                   00021100
021200     MOVE TRX-ACTION      TO WS-DTL-ACTION                        00021200
021300     MOVE TRX-STORE-NO    TO WS-DTL-STORE-NO                      00021300
021400     MOVE TRX-SVC-CD      TO WS-DTL-SVC-CD                        00021400
021500     MOVE TRX-STRT-DT     TO WS-DTL-STRT-DT                       00021500
021600     MOVE TRX-END-DT      TO WS-DTL-END-DT                        00021600
021700     MOVE TRX-OPEN-TM     TO WS-DTL-OPEN-TM                       00021700
021800     MOVE TRX-CLOS-TM     TO WS-DTL-CLOS-TM                       00021800
021900     MOVE 'REJECTED'      TO WS-DTL-RESULT                        00021900
022000     MOVE IS-RTRN-MSG-TXT TO WS-DTL-REASON                        00022000
022100     WRITE RPT-LINE FROM WS-DTL-LINE                              00022100
022200     SET  MMMC0177-WRITE-REJECT TO TRUE                           00022200
022300     MOVE TRAN-REC        TO MMMC0177-TRAN-REC                    00022300
022400     MOVE WS-DTL-REASON   TO MMMC0177-REASON                      00022400
022500     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00022500
022600     .                                                            00022600
022700                                                                  00022700
022800 900-TERMINATE.                                                   00022800
022900     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0                 00022900
023000       MOVE 4 TO RETURN-CODE                                      00023000
023100     END-IF                                                       00023100
023200     MOVE WS-TRAN-COUNT     TO WS-SUM-TRANS                       00023200
023300     MOVE WS-APPLIED-COUNT  TO WS-SUM-APPLIED                     00023300
023400     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED                    00023400
023500     WRITE RPT-LINE FROM SPACES                                   00023500
023600     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00023600
023700     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00023700
023800     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00023800
023900     SET  MMMC0177-CLOSE TO TRUE                                  00023900
024000     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00024000
024100     CLOSE TRAN-IN SVC-RPT                                        00024100
024200     .                                                            00024200
