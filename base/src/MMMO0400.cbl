002100*   a=A approve / R reject / I inquire (list the pending queue)   00002100
002200*   s=store number (not used on I)                                00002200
002300* MMMB7501 prints the same pending queue on the daily report.     00002300
002320* Approving the close of a store that carries pharmacy credentials00002320
002340* also queues its prescription-file transfer on FC_XXXAIL_RX_XFER,00002340
002360* for MMMB1502's notice to the state board and receiving pharmacy.00002360
002400*-----------------------------------------------------------------00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 DATA DIVISION.                                                   00002600
003500 01 K-APPROVER-GROUP            PIC X(8)  VALUE 'CLOSEAPP'.       00003500
003600 01 WS-AUTH-CNT                 PIC S9(9) COMP VALUE 0.           00003600
003700 01 WS-PEND-IDX                 PIC S9(4) COMP VALUE 0.           00003700
003720 01 WS-RX-XFER-SW               PIC X(1)  VALUE 'N'.              00003720
003740     88 RX-XFER-QUEUED                  VALUE 'Y'.                00003740
003760     88 RX-XFER-NOT-QUEUED              VALUE 'N'.                00003760
003800                                                                  00003800
003900 01 WS-INPUT-AREA.                                                00003900
004000     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00004000
007300 COPY NNNN000U.                                                   00007300
007400 COPY YYYN000A.                                                   00007400
007500 COPY XXXN001A.                                                   00007500
0075A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000075A0
0075A1 COPY MMMC0181.                                                   000075A1
007600 COPY YYYC0107.                                                   00007600
007700 COPY YYYN005A.                                                   00007700
007800 COPY NNNN0000.                                                   00007800
008900     EXEC SQL                                                     00008900
009000       INCLUDE DDDTCA01                                           00009000
009100     END-EXEC.                                                    00009100
009120                                                                  00009120
009140     EXEC SQL                                                     00009140
009160       INCLUDE DDDTRX01                                           00009160
009180     END-EXEC.                                                    00009180
009200                                                                  00009200
009300     EXEC SQL                                                     00009300
009400       DECLARE PEND-CSR CURSOR FOR                                00009400
021800     IF SUCCESS                                                   00021800
021900       PERFORM 280-MARK-QUEUE-ROW                                 00021900
022000     END-IF                                                       00022000
022020     IF SUCCESS                                                   00022020
022040       PERFORM 290-QUEUE-RX-TRANSFER                              00022040
022060     END-IF                                                       00022060
022100     IF SUCCESS                                                   00022100
022200       MOVE 'CLOSE APPROVED AND APPLIED' TO WS-SCR-MSG            00022200
022300     END-IF                                                       00022300
022320     IF SUCCESS AND RX-XFER-QUEUED                                00022320
022340       MOVE 'CLOSE APPROVED AND APPLIED - RX TRANSFER QUEUED'     00022340
022360         TO WS-SCR-MSG                                            00022360
022380     END-IF                                                       00022380
022400     .                                                            00022400
022500                                                                  00022500
022600 220-READ-PENDING-ROW.                                            00022600
029400     END-IF                                                       00029400
029500     .                                                            00029500
029600                                                                  00029600
029602*=================================================================00029602
029604* A pharmacy store's files have to go somewhere - queue the       00029604
029606* transfer for the notice job in the same unit of work as the     00029606
029608* close.  A row already there (a close approved before) is left   00029608
029610* as it stands.                                                   00029610
029612*=================================================================00029612
029614 290-QUEUE-RX-TRANSFER.                                           00029614
029616     SET RX-XFER-NOT-QUEUED TO TRUE                               00029616
029618     IF  NABP-NBR     OF P-DDDTLR01 = SPACES                      00029618
029620     AND NATL-PROV-ID OF P-DDDTLR01 = SPACES                      00029620
029622     AND DEA-NBR      OF P-DDDTLR01 = SPACES                      00029622
029624       CONTINUE                                                   00029624
029626     ELSE                                                         00029626
029628       MOVE CA-LOC-NBR OF DCLFC-XXXAIL-CLOSE-APPR                 00029628
029630         TO XF-LOC-NBR OF DCLFC-XXXAIL-RX-XFER                    00029630
029632       MOVE K-STORE-LOC-TYPE                                      00029632
029634         TO XF-LOC-TYP-CD OF DCLFC-XXXAIL-RX-XFER                 00029634
029636       MOVE CA-CLOSED-DT OF DCLFC-XXXAIL-CLOSE-APPR               00029636
029638         TO XF-CLOSED-DT OF DCLFC-XXXAIL-RX-XFER                  00029638
029640       MOVE YYYC0107-USER                                         00029640
029642         TO XF-APPR-USER-ID OF DCLFC-XXXAIL-RX-XFER               00029642
029644       EXEC SQL                                                   00029644
029646         INSERT INTO FC_XXXAIL_RX_XFER                            00029646
029648            ( XF_LOC_NBR, XF_LOC_TYP_CD, XF_CLOSED_DT,            00029648
029650              XF_STAT_CD, XF_APPR_USER_ID, XF_RQST_TS,            00029650
029652              XF_RCV_LOC_NBR, XF_DIST_MI, XF_RSN_TXT )            00029652
029654         VALUES                                                   00029654
029656            ( :DCLFC-XXXAIL-RX-XFER.XF-LOC-NBR,                   00029656
029658              :DCLFC-XXXAIL-RX-XFER.XF-LOC-TYP-CD,                00029658
029660              :DCLFC-XXXAIL-RX-XFER.XF-CLOSED-DT,                 00029660
029662              'P',                                                00029662
029664              :DCLFC-XXXAIL-RX-XFER.XF-APPR-USER-ID,              00029664
029666              CURRENT TIMESTAMP, 0, 0, ' ' )                      00029666
029668       END-EXEC                                                   00029668
029670       EVALUATE TRUE                                              00029670
029672         WHEN SQLCODE = 0                                         00029672
029674           SET RX-XFER-QUEUED TO TRUE                             00029674
029676         WHEN SQLCODE = -803                                      00029676
029678           MOVE 0 TO SQLCODE                                      00029678
029680         WHEN OTHER                                               00029680
029682           PERFORM 800-SQL-ERROR                                  00029682
029684       END-EVALUATE                                               00029684
029686     END-IF                                                       00029686
029688     .                                                            00029688
029690                                                                  00029690
029700*=================================================================00029700
029800* Reject: the pending request is closed out rejected, the store   00029800
029900* is untouched.                                                   00029900
038000     .                                                            00038000
038100                                                                  00038100
038200 700-SEND-SCREEN.                                                 00038200
0382A0     PERFORM 710-SHOW-FREEZE-BANNER                               000382A0
038300     EXEC CICS SEND TEXT                                          00038300
038400       FROM   (WS-SCREEN-AREA)                                    00038400
038500       LENGTH (WS-SCREEN-LEN)                                     00038500
038600       ERASE                                                      00038600
038700     END-EXEC                                                     00038700
038800     .                                                            00038800
0388A0                                                                  000388A0
0388A1*=================================================================000388A1
0388A2* While a change freeze is on, its id and end show at the right   000388A2
0388A3* of the heading line (MMMS0181) - the DAOs still decide what     000388A3
0388A4* may change.                                                     000388A4
0388A5*=================================================================000388A5
0388A6 710-SHOW-FREEZE-BANNER.                                          000388A6
0388A7     SET  MMMC0181-GET-BANNER TO TRUE                             000388A7
0388A8     CALL MMMS0181-FREEZE-SVC USING                               000388A8
0388A9         XXXN001A                                                 000388A9
0388B0         MMMC0181                                                 000388B0
0388B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000388B1
0388B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000388B2
0388B3     END-IF                                                       000388B3
0388B4     .                                                            000388B4
038900                                                                  00038900
039000 800-SQL-ERROR.                                                   00039000
039100     MOVE SQLCODE TO WS-SQLCODE                                   00039100
