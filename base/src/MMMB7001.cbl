001500* A store missing its NPI, or whose DEA number fails the same     00001500
001600* format/check-digit edits MMMB2401 applies, is dropped to the    00001600
001700* exception listing instead of into the feed.                     00001700
001720* Closed pharmacies whose prescription files went to another store00001720
001740* (FC_XXXAIL_RX_XFER, recorded by MMMB1502) follow as redirect    00001740
001760* records - closing store's credentials to the receiving store's -00001760
001780* so the switch sends refill claims to where the files now are.   00001780
001800* Batch job - run standalone, no online caller.                   00001800
001900* --------------------------------------------------------------- 00001900
002000 ENVIRONMENT DIVISION.                                            00002000
003900 01 WS-TOTAL-COUNT                    PIC 9(6) VALUE 0.           00003900
004000 01 WS-FEED-COUNT                     PIC 9(6) VALUE 0.           00004000
004100 01 WS-EXCEPTION-COUNT                PIC 9(6) VALUE 0.           00004100
004150 01 WS-REDIRECT-COUNT                PIC 9(6) VALUE 0.            00004150
004200 01 WS-EXCEPTION-SW                   PIC X    VALUE 'N'.         00004200
004300    88 IS-EXCEPTION                            VALUE 'Y'.         00004300
004400    88 IS-NOT-EXCEPTION                        VALUE 'N'.         00004400
008900    05 WS-FEED-DTL-AREA-CD          PIC 9(3).                     00008900
009000    05 WS-FEED-DTL-PHONE-NBR        PIC 9(7).                     00009000
009100    05 FILLER                       PIC X(17) VALUE SPACES.       00009100
009103                                                                  00009103
009106* Redirect record - a closed pharmacy's claims go to the store    00009106
009109* that received its prescription files.                           00009109
009112 01 WS-FEED-RDR.                                                  00009112
009115    05 WS-FEED-RDR-REC-TYP          PIC X(1)  VALUE 'R'.          00009115
009118    05 WS-FEED-RDR-CLS-STORE-NBR    PIC 9(9).                     00009118
009121    05 WS-FEED-RDR-CLS-NABP-NBR     PIC X(7).                     00009121
009124    05 WS-FEED-RDR-CLS-NATL-PROV-ID PIC X(30).                    00009124
009127    05 WS-FEED-RDR-EFF-DT           PIC X(10).                    00009127
009130    05 WS-FEED-RDR-RCV-STORE-NBR    PIC 9(9).                     00009130
009133    05 WS-FEED-RDR-RCV-NABP-NBR     PIC X(7).                     00009133
009136    05 WS-FEED-RDR-RCV-NATL-PROV-ID PIC X(30).                    00009136
009139    05 FILLER                       PIC X(97) VALUE SPACES.       00009139
009142                                                                  00009142
009145* Redirect cursor host fields.                                    00009145
009148 01 WS-RDR-FIELDS.                                                00009148
009151    05 WS-RDR-CLS-STORE-NBR         PIC S9(9) COMP.               00009151
009154    05 WS-RDR-CLOSED-DT             PIC X(10).                    00009154
009157    05 WS-RDR-CLS-NABP-NBR          PIC X(7).                     00009157
009160    05 WS-RDR-CLS-NATL-PROV-ID      PIC X(30).                    00009160
009163    05 WS-RDR-DIST-ID               PIC S9(5) COMP-3.             00009163
009166    05 WS-RDR-MKT-RGN-ID            PIC S9(5) COMP-3.             00009166
009169    05 WS-RDR-COMPANY-ID            PIC S9(5) COMP-3.             00009169
009172    05 WS-RDR-RCV-STORE-NBR         PIC S9(9) COMP.               00009172
009175    05 WS-RDR-RCV-NABP-NBR          PIC X(7).                     00009175
009178    05 WS-RDR-RCV-NATL-PROV-ID      PIC X(30).                    00009178
009200                                                                  00009200
009300 01 WS-FEED-TRL.                                                  00009300
009400    05 WS-FEED-TRL-REC-TYP          PIC X(1)  VALUE 'T'.          00009400
009500    05 WS-FEED-TRL-RUN-DATE         PIC X(8).                     00009500
009600    05 WS-FEED-TRL-DTL-CNT          PIC 9(9).                     00009600
009700    05 WS-FEED-TRL-EXCP-CNT         PIC 9(9).                     00009700
009790    05 WS-FEED-TRL-RDR-CNT          PIC 9(9).                     00009790
009800    05 FILLER                       PIC X(164) VALUE SPACES.      00009800
009900                                                                  00009900
010000 01 WS-HDG-LINE-1.                                                00010000
010100    05 FILLER PIC X(58) VALUE                                     00010100
012500 01 WS-SUMMARY-LINE3.                                             00012500
012600    05 FILLER PIC X(23) VALUE 'EXCEPTIONS FOUND   - '.            00012600
012700    05 WS-SUM-EXCEPTION             PIC ZZZ,ZZ9.                  00012700
012720                                                                  00012720
012740 01 WS-SUMMARY-LINE4.                                             00012740
012760    05 FILLER PIC X(23) VALUE 'REDIRECTS WRITTEN  - '.            00012760
012780    05 WS-SUM-REDIRECT              PIC ZZZ,ZZ9.                  00012780
012800                                                                  00012800
012900* --------------------------------------------------------------- 00012900
013000* Miscellaneous copy books go here...                             00013000
015700          AND L.LOC_NBR    = R.LOC_NBR                            00015700
015800         ORDER BY R.LOC_NBR                                       00015800
015900     END-EXEC                                                     00015900
015905                                                                  00015905
015910* Every recorded prescription-file transfer, with the closing     00015910
015915* and the receiving store's claims credentials.                   00015915
015920     EXEC SQL                                                     00015920
015925       DECLARE REDIR-CSR CURSOR FOR                               00015925
015930       SELECT X.XF_LOC_NBR, X.XF_CLOSED_DT,                       00015930
015935              C.NABP_NBR, C.NATL_PROV_ID,                         00015935
015940              C.DIST_ID, C.MKT_RGN_ID, C.COMPANY_ID,              00015940
015945              X.XF_RCV_LOC_NBR, R.NABP_NBR, R.NATL_PROV_ID        00015945
015950         FROM FC_XXXAIL_RX_XFER X, XXXAIL_LOC C, XXXAIL_LOC R     00015950
015955        WHERE X.XF_STAT_CD = 'N'                                  00015955
015960          AND C.LOC_TYP_CD = X.XF_LOC_TYP_CD                      00015960
015965          AND C.LOC_NBR    = X.XF_LOC_NBR                         00015965
015970          AND R.LOC_TYP_CD = X.XF_LOC_TYP_CD                      00015970
015975          AND R.LOC_NBR    = X.XF_RCV_LOC_NBR                     00015975
015980         ORDER BY X.XF_LOC_NBR                                    00015980
015985     END-EXEC                                                     00015985
016000                                                                  00016000
016100 PROCEDURE DIVISION.                                              00016100
016200***************************************************************** 00016200
017000     END-IF                                                       00017000
017100     PERFORM 100-INITIALIZE                                       00017100
017200     PERFORM 200-PROCESS-STORES                                   00017200
017220     IF SQL-NO-ERROR                                              00017220
017240       PERFORM 300-WRITE-REDIRECTS                                00017240
017260     END-IF                                                       00017260
017300     PERFORM 900-TERMINATE                                        00017300
017400     PERFORM 055-RUN-CNTL-END                                     00017400
017500     GOBACK                                                       00017500
037408     CALL WS-MMMS0167-PGM USING XXXN001A MMMC0167                 00037408
037400     .                                                            00037400
037500                                                                  00037500
037501*================================================================ 00037501
037502* Redirect records for closed pharmacies, after the stores - the  00037502
037503* same selection applies, by the closing store's organization.    00037503
037504*================================================================ 00037504
037505 300-WRITE-REDIRECTS.                                             00037505
037506     EXEC SQL                                                     00037506
037507       OPEN REDIR-CSR                                             00037507
037508     END-EXEC                                                     00037508
037509     IF SQLCODE NOT = 0                                           00037509
037510       SET SQL-ERROR-DETECTED       TO TRUE                       00037510
037511       DISPLAY 'MMMB7001 - ERROR OPENING REDIR-CSR, SQLCODE='     00037511
037512               SQLCODE                                            00037512
037513     ELSE                                                         00037513
037514       PERFORM 320-FETCH-NEXT-REDIRECT                            00037514
037515       PERFORM UNTIL SQLCODE NOT = 0 OR SQL-ERROR-DETECTED        00037515
037516         SET  MMMC0166-CHECK-STORE TO TRUE                        00037516
037517         MOVE WS-RDR-DIST-ID     TO MMMC0166-DISTRICT-NO          00037517
037518         MOVE WS-RDR-MKT-RGN-ID  TO MMMC0166-MARKET-AR-NO         00037518
037519         MOVE WS-RDR-COMPANY-ID  TO MMMC0166-COMPANY-NO           00037519
037520         CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166             00037520
037521         IF MMMC0166-STORE-SELECTED                               00037521
037522           ADD 1 TO WS-REDIRECT-COUNT                             00037522
037523           MOVE WS-RDR-CLS-STORE-NBR                              00037523
037524             TO WS-FEED-RDR-CLS-STORE-NBR                         00037524
037525           MOVE WS-RDR-CLS-NABP-NBR                               00037525
037526             TO WS-FEED-RDR-CLS-NABP-NBR                          00037526
037527           MOVE WS-RDR-CLS-NATL-PROV-ID                           00037527
037528             TO WS-FEED-RDR-CLS-NATL-PROV-ID                      00037528
037529           MOVE WS-RDR-CLOSED-DT                                  00037529
037530             TO WS-FEED-RDR-EFF-DT                                00037530
037531           MOVE WS-RDR-RCV-STORE-NBR                              00037531
037532             TO WS-FEED-RDR-RCV-STORE-NBR                         00037532
037533           MOVE WS-RDR-RCV-NABP-NBR                               00037533
037534             TO WS-FEED-RDR-RCV-NABP-NBR                          00037534
037535           MOVE WS-RDR-RCV-NATL-PROV-ID                           00037535
037536             TO WS-FEED-RDR-RCV-NATL-PROV-ID                      00037536
037537           WRITE FEED-REC FROM WS-FEED-RDR                        00037537
037538         END-IF                                                   00037538
037539         PERFORM 320-FETCH-NEXT-REDIRECT                          00037539
037540       END-PERFORM                                                00037540
037541       EXEC SQL                                                   00037541
037542         CLOSE REDIR-CSR                                          00037542
037543       END-EXEC                                                   00037543
037544     END-IF                                                       00037544
037545     .                                                            00037545
037546                                                                  00037546
037547 320-FETCH-NEXT-REDIRECT.                                         00037547
037548     EXEC SQL                                                     00037548
037549       FETCH REDIR-CSR                                            00037549
037550         INTO :WS-RDR-CLS-STORE-NBR,                              00037550
037551              :WS-RDR-CLOSED-DT,                                  00037551
037552              :WS-RDR-CLS-NABP-NBR,                               00037552
037553              :WS-RDR-CLS-NATL-PROV-ID,                           00037553
037554              :WS-RDR-DIST-ID,                                    00037554
037555              :WS-RDR-MKT-RGN-ID,                                 00037555
037556              :WS-RDR-COMPANY-ID,                                 00037556
037557              :WS-RDR-RCV-STORE-NBR,                              00037557
037558              :WS-RDR-RCV-NABP-NBR,                               00037558
037559              :WS-RDR-RCV-NATL-PROV-ID                            00037559
037560     END-EXEC                                                     00037560
037561     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00037561
037562       SET SQL-ERROR-DETECTED       TO TRUE                       00037562
037563       DISPLAY 'MMMB7001 - ERROR FETCHING REDIR-CSR, SQLCODE='    00037563
037564               SQLCODE                                            00037564
037565     END-IF                                                       00037565
037566     .                                                            00037566
037567                                                                  00037567
037600*================================================================ 00037600
037700* Termination - write the trailer and summary and close up...     00037700
037800*================================================================ 00037800
038700     MOVE WS-RUN-DATE        TO WS-FEED-TRL-RUN-DATE              00038700
038800     MOVE WS-FEED-COUNT      TO WS-FEED-TRL-DTL-CNT               00038800
038900     MOVE WS-EXCEPTION-COUNT TO WS-FEED-TRL-EXCP-CNT              00038900
038950     MOVE WS-REDIRECT-COUNT  TO WS-FEED-TRL-RDR-CNT               00038950
039000     WRITE FEED-REC FROM WS-FEED-TRL                              00039000
039100                                                                  00039100
039200     MOVE WS-TOTAL-COUNT     TO WS-SUM-TOTAL                      00039200
039600     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00039600
039700     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00039700
039800     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00039800
039830     MOVE WS-REDIRECT-COUNT  TO WS-SUM-REDIRECT                   00039830
039860     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00039860
039900     SET  MMMC0166-CLOSE TO TRUE                                  00039900
040000     CALL WS-MMMS0166-PGM USING XXXN001A MMMC0166                 00040000
040100     INITIALIZE MMMC0167                                          00040100
