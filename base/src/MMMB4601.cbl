002650* card and transactions at or below it are skipped as already     00002650
002660* applied (the input is expected in store-number order, one       00002660
002670* change per store per run).                                      00002670
0026A0* The run declares a ZZZS0197 bulk run, so the CUST and STRM      000026A0
0026A1* events NNNS0488 issues are held and published as batched        000026A1
0026A2* events (ZZZC0198) at each checkpoint and at end of job - or as  000026A2
0026A3* paced singles to the consumers that cannot take batches.        000026A3
002700*---------------------------------------------------------------- 00002700
002800 ENVIRONMENT DIVISION.                                            00002800
002900 INPUT-OUTPUT SECTION.                                            00002900
005420* RECYCOUT in input format, reason appended, ready to correct     00005420
005430* and feed back in as the next run's TRANIN.                      00005430
005440 01 WS-MMMS0177-PGM                   PIC X(8) VALUE 'MMMS0177'.  00005440
005445 01 ZZZS0197-EVENT-MGR                PIC X(8) VALUE 'ZZZS0197'.  00005445
005450 COPY MMMC0177.                                                   00005450
005500                                                                  00005500
005600 01 WS-TRAN-COUNT                     PIC 9(6) VALUE 0.           00005600
010300 COPY NNNN0000.                                                   00010300
010400 COPY PPPTLR01.                                                   00010400
010410 COPY MMMK001B.                                                   00010410
0104A0 COPY YYYN110A.                                                   000104A0
0104A1 COPY ZZZC0197.                                                   000104A1
010500                                                                  00010500
010600* ----------------------------------------------------------------00010600
010700* DB2 stuff...                                                    00010700
013604     MOVE 'MMMB4601' TO MMMC0177-JOB-NM                           00013604
013606     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00013606
013610     MOVE 100 TO NNNN0000-COMMIT-INTERVAL                         00013610
013613     SET  ZZZC0197-BULK-BEGIN TO TRUE                             00013613
013616     PERFORM 510-CALL-EVENT-MGR                                   00013616
013620     READ PARM-IN                                                 00013620
013630       AT END SET PARM-EOF TO TRUE                                00013630
013640     END-READ                                                     00013640
026030       MOVE NNNN0000-LAST-COMMIT-KEY TO WS-LAST-CKPT-KEY          00026030
026040                                        WS-CKPT-KEY               00026040
026050       WRITE RPT-LINE FROM WS-CKPT-LINE                           00026050
026053       SET  ZZZC0197-BULK-FLUSH TO TRUE                           00026053
026056       PERFORM 510-CALL-EVENT-MGR                                 00026056
026060     END-IF                                                       00026060
026100     .                                                            00026100
026200                                                                  00026200
028100         NNNN0000-PARMS                                           00028100
028200         P-DDDTLR01                                               00028200
028300     .                                                            00028300
0283A0                                                                  000283A0
0283A1*================================================================ 000283A1
0283A2* The event manager's bulk run - opened at start, flushed at each 000283A2
0283A3* checkpoint NNNS0488 commits, closed at end of job. NNNS0488     000283A3
0283A4* issues the store events on the Oracle side, so the run does too.000283A4
0283A5*================================================================ 000283A5
0283A6 510-CALL-EVENT-MGR.                                              000283A6
0283A7     INITIALIZE XXXN001A                                          000283A7
0283A8     SET  YYYN110A-BATCH-ENV  TO TRUE                             000283A8
0283A9     SET  YYYN110A-ORACLE     TO TRUE                             000283A9
0283B0     MOVE 'MMMB4601'          TO ZZZC0197-PROGRAM                 000283B0
0283B1     MOVE 'BATCH'             TO ZZZC0197-USER                    000283B1
0283B2     CALL ZZZS0197-EVENT-MGR USING                                000283B2
0283B3         XXXN001A                                                 000283B3
0283B4         YYYN110A                                                 000283B4
0283B5         ZZZC0197                                                 000283B5
0283B6     IF NOT SUCCESS                                               000283B6
0283B7       DISPLAY 'MMMB4601 - EVENT BULK RUN: ' IS-RTRN-MSG-TXT      000283B7
0283B8     END-IF                                                       000283B8
0283B9     SET  ZZZC0197-EVENT-CALL TO TRUE                             000283B9
0283C0     INITIALIZE XXXN001A                                          000283C0
0283C1     .                                                            000283C1
028400                                                                  00028400
028500*================================================================ 00028500
028600* Termination - write the summary and close up...                 00028600
029820     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00029820
029830     SET  MMMC0177-CLOSE TO TRUE                                  00029830
029840     CALL WS-MMMS0177-PGM USING XXXN001A MMMC0177                 00029840
0298A0     SET  ZZZC0197-BULK-END TO TRUE                               000298A0
0298A1     PERFORM 510-CALL-EVENT-MGR                                   000298A1
029900     CLOSE TRAN-IN PARM-IN MAINT-RPT                              00029900
030000     .                                                            00030000
