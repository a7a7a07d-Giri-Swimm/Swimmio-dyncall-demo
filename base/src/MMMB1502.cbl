000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB1502.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Prescription-file transfer notice for closing pharmacies.       00000600
000700*                                                                 00000700
000800* When MMMO0400 approves the close of a store that carries        00000800
000900* pharmacy credentials (NABP-NBR / NATL-PROV-ID / DEA-NBR) it     00000900
001000* queues a pending row on FC_XXXAIL_RX_XFER.  For each one,       00001000
001100* this job asks MMMS0169 for the stores nearest the closing       00001100
001200* store and takes the first that is open, not itself closing,     00001200
001300* has an active pharmacy (NABP number on file) and a DEA          00001300
001400* number that passes the same format/check-digit edits            00001400
001500* MMMB7001 applies.  It then:                                     00001500
001600*   - writes the transfer notice (NOTICEOUT) for the state        00001600
001700*     board and the receiving pharmacy - both stores'             00001700
001800*     regulatory IDs and addresses, and the closing date;         00001800
001900*   - records the receiving store and distance on the row         00001900
002000*     (status N), which MMMB7001 turns into a redirect record     00002000
002100*     on the claims-switch feed.                                  00002100
002200* A closing store that is not geocoded, or with no qualifying     00002200
002300* pharmacy among its nearest twenty, is marked E with the         00002300
002400* reason, listed on RPTOUT and recorded with the exception        00002400
002500* framework (MMMS0167); set it back to P to retry.                00002500
002600* Batch job - nightly, after the online day.                      00002600
002700*---------------------------------------------------------------- 00002700
002800 ENVIRONMENT DIVISION.                                            00002800
002900 INPUT-OUTPUT SECTION.                                            00002900
003000 FILE-CONTROL.                                                    00003000
003100     SELECT NOTICE-OUT     ASSIGN TO NOTICEOUT                    00003100
003200         ORGANIZATION IS LINE SEQUENTIAL.                         00003200
003300     SELECT XFER-RPT       ASSIGN TO RPTOUT                       00003300
003400         ORGANIZATION IS LINE SEQUENTIAL.                         00003400
003500                                                                  00003500
003600 DATA DIVISION.                                                   00003600
003700 FILE SECTION.                                                    00003700
003800 FD  NOTICE-OUT.                                                  00003800
003900 01  NOTICE-LINE                       PIC X(132).                00003900
004000 FD  XFER-RPT.                                                    00004000
004100 01  RPT-LINE                          PIC X(132).                00004100
004200                                                                  00004200
004300 WORKING-STORAGE SECTION.                                         00004300
004400* --------------------------------------------------------------- 00004400
004500* Misc working storage...                                         00004500
004600* --------------------------------------------------------------- 00004600
004700 01 WS-MMMS0167-PGM                   PIC X(8) VALUE 'MMMS0167'.  00004700
004800 01 WS-MMMS0169-PGM                   PIC X(8) VALUE 'MMMS0169'.  00004800
004900 01 YYYS0230-RUN-CNTL                 PIC X(8) VALUE 'YYYS0230'.  00004900
005000                                                                  00005000
005100 01 K-MAX-XFERS                       PIC S9(4) COMP VALUE 500.   00005100
005200 01 K-NEAR-COUNT                      PIC S9(4) COMP VALUE 20.    00005200
005300                                                                  00005300
005400 01 WS-XFER-COUNT                     PIC 9(6) VALUE 0.           00005400
005500 01 WS-NOTICE-COUNT                   PIC 9(6) VALUE 0.           00005500
005600 01 WS-EXCEPTION-COUNT                PIC 9(6) VALUE 0.           00005600
005700 01 WS-SQLCODE                        PIC ----9.                  00005700
005800 01 WS-JOB-RC                         PIC S9(4) COMP VALUE 0.     00005800
005900 01 WS-XX                             PIC S9(4) COMP VALUE 0.     00005900
006000 01 WS-NX                             PIC S9(4) COMP VALUE 0.     00006000
006100 01 WS-TODAY-DT                       PIC X(10) VALUE SPACES.     00006100
006200 01 WS-XFER-REASON                    PIC X(40) VALUE SPACES.     00006200
006300 01 WS-CAND-STORE-NBR                 PIC S9(9) COMP VALUE 0.     00006300
006400                                                                  00006400
006500 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00006500
006600    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00006600
006700    88 SQL-NO-ERROR                            VALUE 'N'.         00006700
006800 01 WS-RCV-FOUND-SW                   PIC X    VALUE 'N'.         00006800
006900    88 RECEIVER-FOUND                          VALUE 'Y'.         00006900
007000    88 RECEIVER-NOT-FOUND                      VALUE 'N'.         00007000
007100                                                                  00007100
007200* The pending transfers, collected before any row is updated.     00007200
007300 01 WS-NUM-XFERS                      PIC S9(4) COMP VALUE 0.     00007300
007400 01 WS-XFER-TBL.                                                  00007400
007500    05 WS-XFER                        OCCURS 500 TIMES.           00007500
007600       10 WS-XF-LOC-NBR               PIC S9(9) COMP.             00007600
007700       10 WS-XF-CLOSED-DT             PIC X(10).                  00007700
007800                                                                  00007800
007900* DEA format/check-digit work areas - same edits as MMMB7001.     00007900
008000 01 WS-DEA-ALPHA                      PIC X(2).                   00008000
008100 01 WS-DEA-DIGITS                     PIC X(7).                   00008100
008200 01 WS-DEA-DIGITS-N REDEFINES WS-DEA-DIGITS.                      00008200
008300    05 WS-DEA-D                       PIC 9 OCCURS 7 TIMES.       00008300
008400 01 WS-DEA-SUM-ODD                    PIC S9(3) COMP-3 VALUE 0.   00008400
008500 01 WS-DEA-SUM-EVEN                   PIC S9(3) COMP-3 VALUE 0.   00008500
008600 01 WS-DEA-TOTAL                      PIC S9(3) COMP-3 VALUE 0.   00008600
008700 01 WS-DEA-CHECK-DIGIT                PIC 9.                      00008700
008800 01 WS-DEA-VALID-SW                   PIC X VALUE 'N'.            00008800
008900    88 DEA-IS-VALID                            VALUE 'Y'.         00008900
009000    88 DEA-NOT-VALID                           VALUE 'N'.         00009000
009100                                                                  00009100
009200* One pharmacy's side of the notice - the closing store and the   00009200
009300* receiving store each get one.                                   00009300
009400 01 WS-CLS-STORE.                                                 00009400
009500    05 WS-CLS-STORE-NBR               PIC 9(9).                   00009500
009600    05 WS-CLS-NABP-NBR                PIC X(7).                   00009600
009700    05 WS-CLS-NATL-PROV-ID            PIC X(30).                  00009700
009800    05 WS-CLS-DEA-NBR                 PIC X(9).                   00009800
009900    05 WS-CLS-DPS-NBR                 PIC X(8).                   00009900
010000    05 WS-CLS-MEDICARE-ID             PIC X(12).                  00010000
010100    05 WS-CLS-LOC-NM                  PIC X(30).                  00010100
010200    05 WS-CLS-ADR-1                   PIC X(30).                  00010200
010300    05 WS-CLS-CITY                    PIC X(30).                  00010300
010400    05 WS-CLS-STATE-CD                PIC X(2).                   00010400
010500    05 WS-CLS-ZIP5-CD                 PIC 9(5).                   00010500
010600    05 WS-CLS-AREA-CD                 PIC 9(3).                   00010600
010700    05 WS-CLS-PHONE-NBR               PIC 9(7).                   00010700
010800 01 WS-RCV-STORE.                                                 00010800
010900    05 WS-RCV-STORE-NBR               PIC 9(9).                   00010900
011000    05 WS-RCV-NABP-NBR                PIC X(7).                   00011000
011100    05 WS-RCV-NATL-PROV-ID            PIC X(30).                  00011100
011200    05 WS-RCV-DEA-NBR                 PIC X(9).                   00011200
011300    05 WS-RCV-DPS-NBR                 PIC X(8).                   00011300
011400    05 WS-RCV-MEDICARE-ID             PIC X(12).                  00011400
011500    05 WS-RCV-LOC-NM                  PIC X(30).                  00011500
011600    05 WS-RCV-ADR-1                   PIC X(30).                  00011600
011700    05 WS-RCV-CITY                    PIC X(30).                  00011700
011800    05 WS-RCV-STATE-CD                PIC X(2).                   00011800
011900    05 WS-RCV-ZIP5-CD                 PIC 9(5).                   00011900
012000    05 WS-RCV-AREA-CD                 PIC 9(3).                   00012000
012100    05 WS-RCV-PHONE-NBR               PIC 9(7).                   00012100
012200 01 WS-RCV-DIST-MI                    PIC 9(5)V9(1) VALUE 0.      00012200
012300                                                                  00012300
012400* Transfer notice layout.                                         00012400
012500 01 WS-NTC-RULE                       PIC X(100) VALUE ALL '='.   00012500
012600 01 WS-NTC-TITLE.                                                 00012600
012700    05 FILLER PIC X(60) VALUE                                     00012700
012800       'PRESCRIPTION FILE TRANSFER NOTICE'.                       00012800
012900    05 FILLER PIC X(12) VALUE 'NOTICE DATE '.                     00012900
013000    05 WS-NTC-TODAY                   PIC X(10).                  00013000
013100 01 WS-NTC-TO-LINE.                                               00013100
013200    05 FILLER PIC X(30) VALUE 'TO:  STATE BOARD OF PHARMACY -'.   00013200
013300    05 FILLER PIC X(1)  VALUE SPACES.                             00013300
013400    05 WS-NTC-TO-STATE                PIC X(2).                   00013400
013500 01 WS-NTC-CC-LINE.                                               00013500
013600    05 WS-NTC-CC-TXT                  PIC X(30).                  00013600
013700    05 FILLER PIC X(1)  VALUE SPACES.                             00013700
013800    05 WS-NTC-CC-STATE                PIC X(2).                   00013800
013900 01 WS-NTC-RCV-LINE.                                              00013900
014000    05 FILLER PIC X(29) VALUE 'AND: PHARMACIST IN CHARGE,  '.     00014000
014100    05 WS-NTC-RCV-NM                  PIC X(30).                  00014100
014200    05 FILLER PIC X(8)  VALUE '  STORE '.                         00014200
014300    05 WS-NTC-RCV-STORE               PIC Z(8)9.                  00014300
014400 01 WS-NTC-TEXT-1.                                                00014400
014500    05 FILLER PIC X(41) VALUE                                     00014500
014600       'THE PHARMACY AT THE CLOSING STORE BELOW '.                00014600
014700    05 FILLER PIC X(12) VALUE 'CLOSES ON '.                       00014700
014800    05 WS-NTC-CLOSED-DT               PIC X(10).                  00014800
014900    05 FILLER PIC X(2)  VALUE '. '.                               00014900
015000 01 WS-NTC-TEXT-2.                                                00015000
015100    05 FILLER PIC X(60) VALUE                                     00015100
015200       'ITS PRESCRIPTION FILES TRANSFER TO THE RECEIVING STORE '. 00015200
015300    05 FILLER PIC X(6)  VALUE 'BELOW,'.                           00015300
015400    05 WS-NTC-DIST-MI                 PIC ZZZZ9.9.                00015400
015500    05 FILLER PIC X(13) VALUE ' MILES AWAY.'.                     00015500
015600 01 WS-NTC-COL-HDG.                                               00015600
015700    05 FILLER PIC X(22) VALUE SPACES.                             00015700
015800    05 FILLER PIC X(40) VALUE 'CLOSING PHARMACY'.                 00015800
015900    05 FILLER PIC X(40) VALUE 'RECEIVING PHARMACY'.               00015900
016000 01 WS-NTC-LINE.                                                  00016000
016100    05 WS-NTC-LABEL                   PIC X(22).                  00016100
016200    05 WS-NTC-CLS                     PIC X(40).                  00016200
016300    05 WS-NTC-RCV                     PIC X(40).                  00016300
016400 01 WS-NTC-NBR-ED                     PIC Z(8)9.                  00016400
016500 01 WS-NTC-CSZ.                                                   00016500
016600    05 WS-NTC-CSZ-CITY                PIC X(24).                  00016600
016700    05 FILLER                         PIC X(1) VALUE SPACES.      00016700
016800    05 WS-NTC-CSZ-STATE               PIC X(2).                   00016800
016900    05 FILLER                         PIC X(2) VALUE SPACES.      00016900
017000    05 WS-NTC-CSZ-ZIP                 PIC 9(5).                   00017000
017100 01 WS-NTC-PHONE.                                                 00017100
017200    05 FILLER                         PIC X(1) VALUE '('.         00017200
017300    05 WS-NTC-PH-AREA                 PIC 9(3).                   00017300
017400    05 FILLER                         PIC X(2) VALUE ') '.        00017400
017500    05 WS-NTC-PH-NBR                  PIC 999B9999.               00017500
017600                                                                  00017600
017700* Run report layout.                                              00017700
017800 01 WS-HDG-LINE-1.                                                00017800
017900    05 FILLER PIC X(60) VALUE                                     00017900
018000       'MMMB1502 - PRESCRIPTION FILE TRANSFER NOTICES'.           00018000
018100 01 WS-HDG-LINE-2.                                                00018100
018200    05 FILLER PIC X(11) VALUE '  CLOSING  '.                      00018200
018300    05 FILLER PIC X(12) VALUE 'CLOSE DATE'.                       00018300
018400    05 FILLER PIC X(10) VALUE 'RESULT'.                           00018400
018500    05 FILLER PIC X(11) VALUE 'RECEIVING '.                       00018500
018600    05 FILLER PIC X(9)  VALUE '  MILES'.                          00018600
018700    05 FILLER PIC X(40) VALUE 'REASON'.                           00018700
018800 01 WS-DTL-LINE.                                                  00018800
018900    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00018900
019000    05 FILLER                       PIC X(2) VALUE SPACES.        00019000
019100    05 WS-DTL-CLOSED-DT             PIC X(10).                    00019100
019200    05 FILLER                       PIC X(2) VALUE SPACES.        00019200
019300    05 WS-DTL-RESULT                PIC X(8).                     00019300
019400    05 FILLER                       PIC X(2) VALUE SPACES.        00019400
019500    05 WS-DTL-RCV-NO                PIC Z(8)9.                    00019500
019600    05 FILLER                       PIC X(2) VALUE SPACES.        00019600
019700    05 WS-DTL-DIST-MI               PIC ZZZZ9.9.                  00019700
019800    05 FILLER                       PIC X(2) VALUE SPACES.        00019800
019900    05 WS-DTL-REASON                PIC X(40).                    00019900
020000 01 WS-SUMMARY-LINE.                                              00020000
020100    05 FILLER PIC X(25) VALUE 'TRANSFERS PENDING     -  '.        00020100
020200    05 WS-SUM-XFERS                 PIC ZZZ,ZZ9.                  00020200
020300 01 WS-SUMMARY-LINE2.                                             00020300
020400    05 FILLER PIC X(25) VALUE 'NOTICES WRITTEN       -  '.        00020400
020500    05 WS-SUM-NOTICES               PIC ZZZ,ZZ9.                  00020500
020600 01 WS-SUMMARY-LINE3.                                             00020600
020700    05 FILLER PIC X(25) VALUE 'NO RECEIVER FOUND     -  '.        00020700
020800    05 WS-SUM-EXCEPTIONS            PIC ZZZ,ZZ9.                  00020800
020900                                                                  00020900
021000* --------------------------------------------------------------- 00021000
021100* Miscellaneous copy books go here...                             00021100
021200* --------------------------------------------------------------- 00021200
021300 COPY XXXN001A.                                                   00021300
021400 COPY MMMC0167.                                                   00021400
021500 COPY MMMC0169.                                                   00021500
021600 COPY YYYC0230.                                                   00021600
021700 COPY HHHTLR01.                                                   00021700
021800 COPY HHHTLO01.                                                   00021800
021900                                                                  00021900
022000* ----------------------------------------------------------------00022000
022100* DB2 stuff...                                                    00022100
022200* ----------------------------------------------------------------00022200
022300     EXEC SQL                                                     00022300
022400       INCLUDE SQLCA                                              00022400
022500     END-EXEC                                                     00022500
022600                                                                  00022600
022700     EXEC SQL                                                     00022700
022800       INCLUDE DDDTRL01                                           00022800
022900     END-EXEC                                                     00022900
023000                                                                  00023000
023100     EXEC SQL                                                     00023100
023200       INCLUDE DDDTRX01                                           00023200
023300     END-EXEC                                                     00023300
023400                                                                  00023400
023500* Transfers queued by the close approval, oldest first.           00023500
023600     EXEC SQL                                                     00023600
023700       DECLARE XFER-CSR CURSOR FOR                                00023700
023800       SELECT XF_LOC_NBR, XF_CLOSED_DT                            00023800
023900         FROM FC_XXXAIL_RX_XFER                                   00023900
024000        WHERE XF_STAT_CD = 'P'                                    00024000
024100        ORDER BY XF_RQST_TS                                       00024100
024200     END-EXEC                                                     00024200
024300                                                                  00024300
024400 PROCEDURE DIVISION.                                              00024400
024500***************************************************************** 00024500
024600* Start of program main line.                                     00024600
024700***************************************************************** 00024700
024800 000-MAIN.                                                        00024800
024900     PERFORM 050-RUN-CNTL-START                                   00024900
025000     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00025000
025100       MOVE 8 TO RETURN-CODE                                      00025100
025200       GOBACK                                                     00025200
025300     END-IF                                                       00025300
025400     PERFORM 100-INITIALIZE                                       00025400
025500     IF SQL-NO-ERROR                                              00025500
025600       PERFORM 150-COLLECT-THE-TRANSFERS                          00025600
025700     END-IF                                                       00025700
025800     PERFORM VARYING WS-XX FROM 1 BY 1                            00025800
025900             UNTIL WS-XX > WS-NUM-XFERS OR SQL-ERROR-DETECTED     00025900
026000       PERFORM 200-PROCESS-ONE-TRANSFER                           00026000
026100     END-PERFORM                                                  00026100
026200     PERFORM 900-TERMINATE                                        00026200
026300     PERFORM 055-RUN-CNTL-END                                     00026300
026400     MOVE WS-JOB-RC TO RETURN-CODE                                00026400
026500     GOBACK                                                       00026500
026600     .                                                            00026600
026700                                                                  00026700
026800*================================================================ 00026800
026900* Initialization...                                               00026900
027000*================================================================ 00027000
027100 100-INITIALIZE.                                                  00027100
027200     OPEN OUTPUT NOTICE-OUT                                       00027200
027300                 XFER-RPT                                         00027300
027400     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00027400
027500     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00027500
027600     EXEC SQL                                                     00027600
027700       SELECT CHAR(CURRENT DATE, ISO)                             00027700
027800        INTO :WS-TODAY-DT                                         00027800
027900       FROM SYSIBM.SYSDUMMY1                                      00027900
028000     END-EXEC                                                     00028000
028100     IF SQLCODE NOT = 0                                           00028100
028200       PERFORM 800-REPORT-SQL-ERROR                               00028200
028300     END-IF                                                       00028300
028400     MOVE WS-TODAY-DT TO WS-NTC-TODAY                             00028400
028500     .                                                            00028500
028600                                                                  00028600
028700 150-COLLECT-THE-TRANSFERS.                                       00028700
028800     EXEC SQL                                                     00028800
028900       OPEN XFER-CSR                                              00028900
029000     END-EXEC                                                     00029000
029100     IF SQLCODE NOT = 0                                           00029100
029200       PERFORM 800-REPORT-SQL-ERROR                               00029200
029300     ELSE                                                         00029300
029400       PERFORM UNTIL SQLCODE NOT = 0                              00029400
029500                  OR WS-NUM-XFERS NOT < K-MAX-XFERS               00029500
029600         EXEC SQL                                                 00029600
029700           FETCH XFER-CSR                                         00029700
029800            INTO :DCLFC-XXXAIL-RX-XFER.XF-LOC-NBR,                00029800
029900                 :DCLFC-XXXAIL-RX-XFER.XF-CLOSED-DT               00029900
030000         END-EXEC                                                 00030000
030100         IF SQLCODE = 0                                           00030100
030200           ADD 1 TO WS-NUM-XFERS                                  00030200
030300           MOVE XF-LOC-NBR OF DCLFC-XXXAIL-RX-XFER                00030300
030400             TO WS-XF-LOC-NBR (WS-NUM-XFERS)                      00030400
030500           MOVE XF-CLOSED-DT OF DCLFC-XXXAIL-RX-XFER              00030500
030600             TO WS-XF-CLOSED-DT (WS-NUM-XFERS)                    00030600
030700         END-IF                                                   00030700
030800       END-PERFORM                                                00030800
030900       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                   00030900
031000         PERFORM 800-REPORT-SQL-ERROR                             00031000
031100       END-IF                                                     00031100
031200       EXEC SQL                                                   00031200
031300         CLOSE XFER-CSR                                           00031300
031400       END-EXEC                                                   00031400
031500       MOVE 0 TO SQLCODE                                          00031500
031600     END-IF                                                       00031600
031700     .                                                            00031700
031800                                                                  00031800
031900*================================================================ 00031900
032000* One closing pharmacy: its own particulars, then the nearest     00032000
032100* qualifying receiver, then the notice and the recorded choice.   00032100
032200*================================================================ 00032200
032300 200-PROCESS-ONE-TRANSFER.                                        00032300
032400     ADD 1 TO WS-XFER-COUNT                                       00032400
032500     MOVE SPACES TO WS-XFER-REASON                                00032500
032600     SET RECEIVER-NOT-FOUND TO TRUE                               00032600
032700     INITIALIZE WS-RCV-STORE                                      00032700
032800     MOVE 0 TO WS-RCV-DIST-MI                                     00032800
032900                                                                  00032900
033000     MOVE WS-XF-LOC-NBR (WS-XX) TO WS-CAND-STORE-NBR              00033000
033100     PERFORM 300-READ-PHARMACY-STORE                              00033100
033200     EVALUATE TRUE                                                00033200
033300       WHEN SQL-ERROR-DETECTED                                    00033300
033400         CONTINUE                                                 00033400
033500       WHEN SQLCODE = 100                                         00033500
033600         MOVE 'CLOSING STORE NOT ON FILE' TO WS-XFER-REASON       00033600
033700       WHEN OTHER                                                 00033700
033800         MOVE WS-RCV-STORE TO WS-CLS-STORE                        00033800
033900         INITIALIZE WS-RCV-STORE                                  00033900
034000         PERFORM 220-FIND-THE-RECEIVER                            00034000
034100     END-EVALUATE                                                 00034100
034200     MOVE 0 TO SQLCODE                                            00034200
034300                                                                  00034300
034400     IF SQL-NO-ERROR                                              00034400
034500       IF RECEIVER-FOUND                                          00034500
034600         PERFORM 400-WRITE-THE-NOTICE                             00034600
034700         PERFORM 500-RECORD-THE-RECEIVER                          00034700
034800       ELSE                                                       00034800
034900         PERFORM 550-RECORD-NO-RECEIVER                           00034900
035000       END-IF                                                     00035000
035100     END-IF                                                       00035100
035200     .                                                            00035200
035300                                                                  00035300
035400*    The closing store's geocode drives MMMS0169; the closing     00035400
035500*    store itself comes back first and is passed over, and so     00035500
035600*    is any store that fails the pharmacy edits.                  00035600
035700 220-FIND-THE-RECEIVER.                                           00035700
035800     MOVE WS-XF-LOC-NBR (WS-XX)                                   00035800
035900       TO FC-STORE-NO OF DCLFC-XXXAIL-STORES                      00035900
036000     EXEC SQL                                                     00036000
036100       SELECT FC_RL_LATITUDE_K, FC_RL_LONGITUDE_K                 00036100
036200        INTO :DCLFC-XXXAIL-STORES.FC-RL-LATITUDE-K,               00036200
036300             :DCLFC-XXXAIL-STORES.FC-RL-LONGITUDE-K               00036300
036400       FROM FC_XXXAIL_STORES                                      00036400
036500       WHERE FC_STORE_NO = :DCLFC-XXXAIL-STORES.FC-STORE-NO       00036500
036600     END-EXEC                                                     00036600
036700     EVALUATE TRUE                                                00036700
036800       WHEN SQLCODE = 100                                         00036800
036900         MOVE 0 TO SQLCODE                                        00036900
037000         MOVE 'CLOSING STORE NOT ON FC_XXXAIL_STORES'             00037000
037100           TO WS-XFER-REASON                                      00037100
037200       WHEN SQLCODE NOT = 0                                       00037200
037300         PERFORM 800-REPORT-SQL-ERROR                             00037300
037400       WHEN FC-RL-LATITUDE-K  OF DCLFC-XXXAIL-STORES = 0          00037400
037500        AND FC-RL-LONGITUDE-K OF DCLFC-XXXAIL-STORES = 0          00037500
037600         MOVE 'CLOSING STORE IS NOT GEOCODED' TO WS-XFER-REASON   00037600
037700       WHEN OTHER                                                 00037700
037800         INITIALIZE XXXN001A                                      00037800
037900                    MMMC0169                                      00037900
038000         MOVE FC-RL-LATITUDE-K  OF DCLFC-XXXAIL-STORES            00038000
038100           TO MMMC0169-IN-LAT                                     00038100
038200         MOVE FC-RL-LONGITUDE-K OF DCLFC-XXXAIL-STORES            00038200
038300           TO MMMC0169-IN-LON                                     00038300
038400         MOVE K-NEAR-COUNT TO MMMC0169-REQ-COUNT                  00038400
038500         CALL WS-MMMS0169-PGM USING                               00038500
038600             XXXN001A                                             00038600
038700             MMMC0169                                             00038700
038800         IF NOT SUCCESS                                           00038800
038900           MOVE 'NEAREST-STORE LOOKUP FAILED' TO WS-XFER-REASON   00038900
039000           DISPLAY 'MMMB1502 - MMMS0169 ERROR: ' IS-RTRN-MSG-TXT  00039000
039100         ELSE                                                     00039100
039200           PERFORM VARYING WS-NX FROM 1 BY 1                      00039200
039300                   UNTIL WS-NX > MMMC0169-RET-COUNT               00039300
039400                      OR RECEIVER-FOUND                           00039400
039500                      OR SQL-ERROR-DETECTED                       00039500
039600             IF MMMC0169-NEAR-STORE-NO (WS-NX)                    00039600
039700                NOT = WS-XF-LOC-NBR (WS-XX)                       00039700
039800               PERFORM 240-CHECK-ONE-CANDIDATE                    00039800
039900             END-IF                                               00039900
040000           END-PERFORM                                            00040000
040100           IF RECEIVER-NOT-FOUND AND WS-XFER-REASON = SPACES      00040100
040200             MOVE 'NO QUALIFYING PHARMACY AMONG NEAREST 20'       00040200
040300               TO WS-XFER-REASON                                  00040300
040400           END-IF                                                 00040400
040500         END-IF                                                   00040500
040600     END-EVALUATE                                                 00040600
040700     .                                                            00040700
040800                                                                  00040800
040900 240-CHECK-ONE-CANDIDATE.                                         00040900
041000     MOVE MMMC0169-NEAR-STORE-NO (WS-NX) TO WS-CAND-STORE-NBR     00041000
041100     PERFORM 300-READ-PHARMACY-STORE                              00041100
041200     EVALUATE TRUE                                                00041200
041300       WHEN SQL-ERROR-DETECTED                                    00041300
041400         CONTINUE                                                 00041400
041500       WHEN SQLCODE = 100                                         00041500
041600         MOVE 0 TO SQLCODE                                        00041600
041700       WHEN RETL-LOC-STAT-CD OF DCLXXXAIL-LOC NOT = 'A'           00041700
041800       WHEN SLS-CLOSED-DT OF DCLXXXAIL-LOC NOT = '0001-01-01'     00041800
041900       WHEN WS-RCV-NABP-NBR = SPACES                              00041900
042000         CONTINUE                                                 00042000
042100       WHEN OTHER                                                 00042100
042200         PERFORM 260-VALIDATE-THE-DEA                             00042200
042300         IF DEA-IS-VALID                                          00042300
042400           SET RECEIVER-FOUND TO TRUE                             00042400
042500           MOVE MMMC0169-NEAR-DIST-MI (WS-NX) TO WS-RCV-DIST-MI   00042500
042600         END-IF                                                   00042600
042700     END-EVALUATE                                                 00042700
042800     .                                                            00042800
042900                                                                  00042900
043000*================================================================ 00043000
043100* A DEA number is 2 alpha characters followed by 7 digits, the    00043100
043200* last a check digit - the MMMB7001 edits.                        00043200
043300*================================================================ 00043300
043400 260-VALIDATE-THE-DEA.                                            00043400
043500     SET DEA-IS-VALID TO TRUE                                     00043500
043600     MOVE WS-RCV-DEA-NBR (1:2) TO WS-DEA-ALPHA                    00043600
043700     MOVE WS-RCV-DEA-NBR (3:7) TO WS-DEA-DIGITS                   00043700
043800     IF WS-DEA-ALPHA IS NOT ALPHABETIC                            00043800
043900     OR WS-DEA-ALPHA = SPACES                                     00043900
044000     OR WS-DEA-DIGITS IS NOT NUMERIC                              00044000
044100       SET DEA-NOT-VALID TO TRUE                                  00044100
044200     ELSE                                                         00044200
044300       COMPUTE WS-DEA-SUM-ODD  = WS-DEA-D(1) + WS-DEA-D(3)        00044300
044400                                           + WS-DEA-D(5)          00044400
044500       COMPUTE WS-DEA-SUM-EVEN = (WS-DEA-D(2) + WS-DEA-D(4)       00044500
044600                                            + WS-DEA-D(6)) * 2    00044600
044700       COMPUTE WS-DEA-TOTAL = WS-DEA-SUM-ODD + WS-DEA-SUM-EVEN    00044700
044800       DIVIDE WS-DEA-TOTAL BY 10 GIVING WS-DEA-TOTAL              00044800
044900         REMAINDER WS-DEA-CHECK-DIGIT                             00044900
045000       IF WS-DEA-CHECK-DIGIT NOT = WS-DEA-D(7)                    00045000
045100         SET DEA-NOT-VALID TO TRUE                                00045100
045200       END-IF                                                     00045200
045300     END-IF                                                       00045300
045400     .                                                            00045400
045500                                                                  00045500
045600*================================================================ 00045600
045700* A store's pharmacy particulars into WS-RCV-STORE (the closing   00045700
045800* store is read the same way and then moved aside).               00045800
045900*================================================================ 00045900
046000 300-READ-PHARMACY-STORE.                                         00046000
046100     MOVE WS-CAND-STORE-NBR TO LOC-NBR OF DCLXXXAIL-LOC           00046100
046200     EXEC SQL                                                     00046200
046300       SELECT R.RETL_LOC_STAT_CD, R.SLS_CLOSED_DT,                00046300
046400              R.NABP_NBR, R.NATL_PROV_ID, R.DEA_NBR,              00046400
046500              R.DPS_NBR, R.MEDICARE_ID,                           00046500
046600              L.LOC_NM, L.PRIM_ADR_1, L.PRIM_CITY,                00046600
046700              L.PRIM_STATE_CD, L.PRIM_ZIP5_CD,                    00046700
046800              L.PRIM_AREA_CD, L.PRIM_PHONE_NBR                    00046800
046900        INTO :DCLXXXAIL-LOC.RETL-LOC-STAT-CD,                     00046900
047000             :DCLXXXAIL-LOC.SLS-CLOSED-DT,                        00047000
047100             :DCLXXXAIL-LOC.NABP-NBR,                             00047100
047200             :DCLXXXAIL-LOC.NATL-PROV-ID,                         00047200
047300             :DCLXXXAIL-LOC.DEA-NBR,                              00047300
047400             :DCLXXXAIL-LOC.DPS-NBR,                              00047400
047500             :DCLXXXAIL-LOC.MEDICARE-ID,                          00047500
047600             :DCLXXXATION.LOC-NM,                                 00047600
047700             :DCLXXXATION.PRIM-ADR-1,                             00047700
047800             :DCLXXXATION.PRIM-CITY,                              00047800
047900             :DCLXXXATION.PRIM-STATE-CD,                          00047900
048000             :DCLXXXATION.PRIM-ZIP5-CD,                           00048000
048100             :DCLXXXATION.PRIM-AREA-CD,                           00048100
048200             :DCLXXXATION.PRIM-PHONE-NBR                          00048200
048300       FROM XXXAIL_LOC R, XXXATION L                              00048300
048400       WHERE R.LOC_TYP_CD = 'S '                                  00048400
048500         AND R.LOC_NBR    = :DCLXXXAIL-LOC.LOC-NBR                00048500
048600         AND L.LOC_TYP_CD = R.LOC_TYP_CD                          00048600
048700         AND L.LOC_NBR    = R.LOC_NBR                             00048700
048800     END-EXEC                                                     00048800
048900     EVALUATE TRUE                                                00048900
049000       WHEN SQLCODE = 100                                         00049000
049100         CONTINUE                                                 00049100
049200       WHEN SQLCODE NOT = 0                                       00049200
049300         PERFORM 800-REPORT-SQL-ERROR                             00049300
049400       WHEN OTHER                                                 00049400
049500         MOVE WS-CAND-STORE-NBR TO WS-RCV-STORE-NBR               00049500
049600         MOVE NABP-NBR     OF DCLXXXAIL-LOC TO WS-RCV-NABP-NBR    00049600
049700         MOVE NATL-PROV-ID OF DCLXXXAIL-LOC                       00049700
049800           TO WS-RCV-NATL-PROV-ID                                 00049800
049900         MOVE DEA-NBR      OF DCLXXXAIL-LOC TO WS-RCV-DEA-NBR     00049900
050000         MOVE DPS-NBR      OF DCLXXXAIL-LOC TO WS-RCV-DPS-NBR     00050000
050100         MOVE MEDICARE-ID  OF DCLXXXAIL-LOC                       00050100
050200           TO WS-RCV-MEDICARE-ID                                  00050200
050300         MOVE LOC-NM         OF DCLXXXATION TO WS-RCV-LOC-NM      00050300
050400         MOVE PRIM-ADR-1     OF DCLXXXATION TO WS-RCV-ADR-1       00050400
050500         MOVE PRIM-CITY      OF DCLXXXATION TO WS-RCV-CITY        00050500
050600         MOVE PRIM-STATE-CD  OF DCLXXXATION TO WS-RCV-STATE-CD    00050600
050700         MOVE PRIM-ZIP5-CD   OF DCLXXXATION TO WS-RCV-ZIP5-CD     00050700
050800         MOVE PRIM-AREA-CD   OF DCLXXXATION TO WS-RCV-AREA-CD     00050800
050900         MOVE PRIM-PHONE-NBR OF DCLXXXATION TO WS-RCV-PHONE-NBR   00050900
051000     END-EVALUATE                                                 00051000
051100     .                                                            00051100
051200                                                                  00051200
051300*================================================================ 00051300
051400* The notice - addressed to the closing store's state board       00051400
051500* (and the receiving store's, when it is over a state line) and   00051500
051600* to the receiving pharmacy, the two stores side by side.         00051600
051700*================================================================ 00051700
051800 400-WRITE-THE-NOTICE.                                            00051800
051900     WRITE NOTICE-LINE FROM WS-NTC-RULE                           00051900
052000     WRITE NOTICE-LINE FROM WS-NTC-TITLE                          00052000
052100     MOVE SPACES TO NOTICE-LINE                                   00052100
052200     WRITE NOTICE-LINE                                            00052200
052300     MOVE WS-CLS-STATE-CD TO WS-NTC-TO-STATE                      00052300
052400     WRITE NOTICE-LINE FROM WS-NTC-TO-LINE                        00052400
052500     IF WS-RCV-STATE-CD NOT = WS-CLS-STATE-CD                     00052500
052600       MOVE 'CC:  STATE BOARD OF PHARMACY -' TO WS-NTC-CC-TXT     00052600
052700       MOVE WS-RCV-STATE-CD TO WS-NTC-CC-STATE                    00052700
052800       WRITE NOTICE-LINE FROM WS-NTC-CC-LINE                      00052800
052900     END-IF                                                       00052900
053000     MOVE WS-RCV-LOC-NM     TO WS-NTC-RCV-NM                      00053000
053100     MOVE WS-RCV-STORE-NBR  TO WS-NTC-RCV-STORE                   00053100
053200     WRITE NOTICE-LINE FROM WS-NTC-RCV-LINE                       00053200
053300     MOVE SPACES TO NOTICE-LINE                                   00053300
053400     WRITE NOTICE-LINE                                            00053400
053500     MOVE WS-XF-CLOSED-DT (WS-XX) TO WS-NTC-CLOSED-DT             00053500
053600     WRITE NOTICE-LINE FROM WS-NTC-TEXT-1                         00053600
053700     MOVE WS-RCV-DIST-MI TO WS-NTC-DIST-MI                        00053700
053800     WRITE NOTICE-LINE FROM WS-NTC-TEXT-2                         00053800
053900     MOVE SPACES TO NOTICE-LINE                                   00053900
054000     WRITE NOTICE-LINE                                            00054000
054100     WRITE NOTICE-LINE FROM WS-NTC-COL-HDG                        00054100
054200                                                                  00054200
054300     MOVE 'STORE NUMBER'        TO WS-NTC-LABEL                   00054300
054400     MOVE WS-CLS-STORE-NBR      TO WS-NTC-NBR-ED                  00054400
054500     MOVE WS-NTC-NBR-ED         TO WS-NTC-CLS                     00054500
054600     MOVE WS-RCV-STORE-NBR      TO WS-NTC-NBR-ED                  00054600
054700     MOVE WS-NTC-NBR-ED         TO WS-NTC-RCV                     00054700
054800     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00054800
054900     MOVE 'NAME'                TO WS-NTC-LABEL                   00054900
055000     MOVE WS-CLS-LOC-NM         TO WS-NTC-CLS                     00055000
055100     MOVE WS-RCV-LOC-NM         TO WS-NTC-RCV                     00055100
055200     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00055200
055300     MOVE 'ADDRESS'             TO WS-NTC-LABEL                   00055300
055400     MOVE WS-CLS-ADR-1          TO WS-NTC-CLS                     00055400
055500     MOVE WS-RCV-ADR-1          TO WS-NTC-RCV                     00055500
055600     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00055600
055700     MOVE SPACES                TO WS-NTC-LABEL                   00055700
055800     MOVE WS-CLS-CITY           TO WS-NTC-CSZ-CITY                00055800
055900     MOVE WS-CLS-STATE-CD       TO WS-NTC-CSZ-STATE               00055900
056000     MOVE WS-CLS-ZIP5-CD        TO WS-NTC-CSZ-ZIP                 00056000
056100     MOVE WS-NTC-CSZ            TO WS-NTC-CLS                     00056100
056200     MOVE WS-RCV-CITY           TO WS-NTC-CSZ-CITY                00056200
056300     MOVE WS-RCV-STATE-CD       TO WS-NTC-CSZ-STATE               00056300
056400     MOVE WS-RCV-ZIP5-CD        TO WS-NTC-CSZ-ZIP                 00056400
056500     MOVE WS-NTC-CSZ            TO WS-NTC-RCV                     00056500
056600     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00056600
056700     MOVE 'PHONE'               TO WS-NTC-LABEL                   00056700
056800     MOVE WS-CLS-AREA-CD        TO WS-NTC-PH-AREA                 00056800
056900     MOVE WS-CLS-PHONE-NBR      TO WS-NTC-PH-NBR                  00056900
057000     MOVE WS-NTC-PHONE          TO WS-NTC-CLS                     00057000
057100     MOVE WS-RCV-AREA-CD        TO WS-NTC-PH-AREA                 00057100
057200     MOVE WS-RCV-PHONE-NBR      TO WS-NTC-PH-NBR                  00057200
057300     MOVE WS-NTC-PHONE          TO WS-NTC-RCV                     00057300
057400     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00057400
057500     MOVE 'NABP NUMBER'         TO WS-NTC-LABEL                   00057500
057600     MOVE WS-CLS-NABP-NBR       TO WS-NTC-CLS                     00057600
057700     MOVE WS-RCV-NABP-NBR       TO WS-NTC-RCV                     00057700
057800     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00057800
057900     MOVE 'NATIONAL PROVIDER ID' TO WS-NTC-LABEL                  00057900
058000     MOVE WS-CLS-NATL-PROV-ID   TO WS-NTC-CLS                     00058000
058100     MOVE WS-RCV-NATL-PROV-ID   TO WS-NTC-RCV                     00058100
058200     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00058200
058300     MOVE 'DEA REGISTRATION'    TO WS-NTC-LABEL                   00058300
058400     MOVE WS-CLS-DEA-NBR        TO WS-NTC-CLS                     00058400
058500     MOVE WS-RCV-DEA-NBR        TO WS-NTC-RCV                     00058500
058600     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00058600
058700     MOVE 'DPS NUMBER'          TO WS-NTC-LABEL                   00058700
058800     MOVE WS-CLS-DPS-NBR        TO WS-NTC-CLS                     00058800
058900     MOVE WS-RCV-DPS-NBR        TO WS-NTC-RCV                     00058900
059000     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00059000
059100     MOVE 'MEDICARE ID'         TO WS-NTC-LABEL                   00059100
059200     MOVE WS-CLS-MEDICARE-ID    TO WS-NTC-CLS                     00059200
059300     MOVE WS-RCV-MEDICARE-ID    TO WS-NTC-RCV                     00059300
059400     WRITE NOTICE-LINE FROM WS-NTC-LINE                           00059400
059500     MOVE SPACES TO NOTICE-LINE                                   00059500
059600     WRITE NOTICE-LINE                                            00059600
059700     WRITE NOTICE-LINE                                            00059700
059800     .                                                            00059800
059900                                                                  00059900
060000*    The choice is kept on the row for the claims-switch          00060000
060100*    redirect (MMMB7001).                                         00060100
060200 500-RECORD-THE-RECEIVER.                                         00060200
060300     MOVE WS-XF-LOC-NBR (WS-XX)                                   00060300
060400       TO XF-LOC-NBR OF DCLFC-XXXAIL-RX-XFER                      00060400
060500     MOVE WS-RCV-STORE-NBR                                        00060500
060600       TO XF-RCV-LOC-NBR OF DCLFC-XXXAIL-RX-XFER                  00060600
060700     MOVE WS-RCV-DIST-MI                                          00060700
060800       TO XF-DIST-MI OF DCLFC-XXXAIL-RX-XFER                      00060800
060900     EXEC SQL                                                     00060900
061000       UPDATE FC_XXXAIL_RX_XFER                                   00061000
061100          SET XF_STAT_CD     = 'N',                               00061100
061200              XF_RCV_LOC_NBR =                                    00061200
061300              :DCLFC-XXXAIL-RX-XFER.XF-RCV-LOC-NBR,               00061300
061400              XF_DIST_MI     =                                    00061400
061500              :DCLFC-XXXAIL-RX-XFER.XF-DIST-MI,                   00061500
061600              XF_RSN_TXT     = ' ',                               00061600
061700              XF_NOTICE_TS   = CURRENT TIMESTAMP                  00061700
061800        WHERE XF_LOC_NBR = :DCLFC-XXXAIL-RX-XFER.XF-LOC-NBR       00061800
061900          AND XF_STAT_CD = 'P'                                    00061900
062000     END-EXEC                                                     00062000
062100     IF SQLCODE NOT = 0                                           00062100
062200       PERFORM 800-REPORT-SQL-ERROR                               00062200
062300     ELSE                                                         00062300
062400       ADD 1 TO WS-NOTICE-COUNT                                   00062400
062500       MOVE 'NOTICED'          TO WS-DTL-RESULT                   00062500
062600       MOVE WS-RCV-STORE-NBR   TO WS-DTL-RCV-NO                   00062600
062700       MOVE WS-RCV-DIST-MI     TO WS-DTL-DIST-MI                  00062700
062800       MOVE SPACES             TO WS-DTL-REASON                   00062800
062900       PERFORM 590-WRITE-REPORT-LINE                              00062900
063000     END-IF                                                       00063000
063100     .                                                            00063100
063200                                                                  00063200
063300 550-RECORD-NO-RECEIVER.                                          00063300
063400     MOVE WS-XF-LOC-NBR (WS-XX)                                   00063400
063500       TO XF-LOC-NBR OF DCLFC-XXXAIL-RX-XFER                      00063500
063600     MOVE WS-XFER-REASON                                          00063600
063700       TO XF-RSN-TXT OF DCLFC-XXXAIL-RX-XFER                      00063700
063800     EXEC SQL                                                     00063800
063900       UPDATE FC_XXXAIL_RX_XFER                                   00063900
064000          SET XF_STAT_CD = 'E',                                   00064000
064100              XF_RSN_TXT = :DCLFC-XXXAIL-RX-XFER.XF-RSN-TXT       00064100
064200        WHERE XF_LOC_NBR = :DCLFC-XXXAIL-RX-XFER.XF-LOC-NBR       00064200
064300          AND XF_STAT_CD = 'P'                                    00064300
064400     END-EXEC                                                     00064400
064500     IF SQLCODE NOT = 0                                           00064500
064600       PERFORM 800-REPORT-SQL-ERROR                               00064600
064700     ELSE                                                         00064700
064800       ADD 1 TO WS-EXCEPTION-COUNT                                00064800
064900       MOVE 'NO RCVR'          TO WS-DTL-RESULT                   00064900
065000       MOVE 0                  TO WS-DTL-RCV-NO                   00065000
065100                                  WS-DTL-DIST-MI                  00065100
065200       MOVE WS-XFER-REASON     TO WS-DTL-REASON                   00065200
065300       PERFORM 590-WRITE-REPORT-LINE                              00065300
065400       INITIALIZE XXXN001A                                        00065400
065500                  MMMC0167                                        00065500
065600       SET  MMMC0167-RECORD-DETAIL TO TRUE                        00065600
065700       MOVE 'MMMB1502' TO MMMC0167-JOB-NM                         00065700
065800       MOVE WS-XF-LOC-NBR (WS-XX) TO MMMC0167-LOC-NBR             00065800
065900       MOVE 'NO RX RECEIVER'      TO MMMC0167-EXCP-TYPE-CD        00065900
066000       CALL WS-MMMS0167-PGM USING XXXN001A MMMC0167               00066000
066100     END-IF                                                       00066100
066200     .                                                            00066200
066300                                                                  00066300
066400 590-WRITE-REPORT-LINE.                                           00066400
066500     MOVE WS-XF-LOC-NBR   (WS-XX) TO WS-DTL-STORE-NO              00066500
066600     MOVE WS-XF-CLOSED-DT (WS-XX) TO WS-DTL-CLOSED-DT             00066600
066700     WRITE RPT-LINE FROM WS-DTL-LINE                              00066700
066800     .                                                            00066800
066900                                                                  00066900
067000 800-REPORT-SQL-ERROR.                                            00067000
067100     SET  SQL-ERROR-DETECTED TO TRUE                              00067100
067200     MOVE SQLCODE TO WS-SQLCODE                                   00067200
067300     MOVE SPACES  TO RPT-LINE                                     00067300
067400     STRING 'MMMB1502 - SQL ERROR, SQLCODE = ' WS-SQLCODE         00067400
067500       DELIMITED BY SIZE INTO RPT-LINE                            00067500
067600     WRITE RPT-LINE                                               00067600
067700     DISPLAY 'MMMB1502 - SQL ERROR, SQLCODE = ' WS-SQLCODE        00067700
067800     MOVE 16 TO WS-JOB-RC                                         00067800
067900     MOVE 0 TO SQLCODE                                            00067900
068000     .                                                            00068000
068100                                                                  00068100
068200*================================================================ 00068200
068300* Termination - summary, the run's exception metrics, close up.   00068300
068400*================================================================ 00068400
068500 900-TERMINATE.                                                   00068500
068600     MOVE WS-XFER-COUNT      TO WS-SUM-XFERS                      00068600
068700     MOVE WS-NOTICE-COUNT    TO WS-SUM-NOTICES                    00068700
068800     MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS                 00068800
068900     WRITE RPT-LINE FROM SPACES                                   00068900
069000     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00069000
069100     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00069100
069200     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00069200
069300     IF SQL-NO-ERROR                                              00069300
069400       INITIALIZE XXXN001A                                        00069400
069500                  MMMC0167                                        00069500
069600       MOVE 'MMMB1502' TO MMMC0167-JOB-NM                         00069600
069700       MOVE WS-XFER-COUNT      TO MMMC0167-SCANNED-CNT            00069700
069800       MOVE WS-EXCEPTION-COUNT TO MMMC0167-EXCP-CNT               00069800
069900       CALL WS-MMMS0167-PGM USING XXXN001A MMMC0167               00069900
070000     END-IF                                                       00070000
070100     IF WS-EXCEPTION-COUNT > 0 AND WS-JOB-RC < 4                  00070100
070200       MOVE 4 TO WS-JOB-RC                                        00070200
070300     END-IF                                                       00070300
070400     CLOSE NOTICE-OUT                                             00070400
070500           XFER-RPT                                               00070500
070600     .                                                            00070600
070700                                                                  00070700
070800*================================================================ 00070800
070900* Run control - refuse a duplicate or out-of-order start, and     00070900
071000* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00071000
071100*================================================================ 00071100
071200 050-RUN-CNTL-START.                                              00071200
071300     INITIALIZE XXXN001A                                          00071300
071400                YYYC0230                                          00071400
071500     SET  YYYC0230-START-RUN TO TRUE                              00071500
071600     MOVE 'MMMB1502' TO YYYC0230-JOB-NM                           00071600
071700     CALL YYYS0230-RUN-CNTL USING                                 00071700
071800         XXXN001A                                                 00071800
071900         YYYC0230                                                 00071900
072000     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00072000
072100       DISPLAY 'MMMB1502 - START REFUSED: ' IS-RTRN-MSG-TXT       00072100
072200     END-IF                                                       00072200
072300     .                                                            00072300
072400                                                                  00072400
072500 055-RUN-CNTL-END.                                                00072500
072600     INITIALIZE XXXN001A                                          00072600
072700                YYYC0230                                          00072700
072800     IF WS-JOB-RC > 4                                             00072800
072900       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00072900
073000     ELSE                                                         00073000
073100       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00073100
073200     END-IF                                                       00073200
073300     MOVE 'MMMB1502' TO YYYC0230-JOB-NM                           00073300
073400     CALL YYYS0230-RUN-CNTL USING                                 00073400
073500         XXXN001A                                                 00073500
073600         YYYC0230                                                 00073600
073700     .                                                            00073700
