001800* FC_XXXAIL_LOC_CURRENCY tracking row cleared. Per-store mode     00001800
001900* (WWWS0003) remains for single-store maintenance; this is for    00001900
002000* the realignment waves.                                          00002000
0020A0* The STRM events go out coalesced: the bookkeeping runs as a     000020A0
0020A1* ZZZS0197 bulk run, so each consumer hears one batched event per 000020A1
0020A2* BATCH-SIZE stores (ZZZC0198), or paced singles, rather than     000020A2
0020A3* thousands of singles at once - published when it commits.       000020A3
002100*                                                                 00002100
002200* KEYIN card: old ad zone, new ad zone.                           00002200
002300* Batch job - run standalone, realignment weekends.               00002300
029000* sides carry the new zone...                                     00029000
029100*================================================================ 00029100
029200 500-PER-STORE-BOOKKEEPING.                                       00029200
0292A0     SET  ZZZC0197-BULK-BEGIN TO TRUE                             000292A0
0292A1     PERFORM 560-CALL-BULK-FUNC                                   000292A1
029300     PERFORM VARYING I FROM 1 BY 1                                00029300
029400     UNTIL I > WS-NUM-STORES OR SQL-ERROR-DETECTED                00029400
029500       ADD 1 TO WS-STORE-COUNT                                    00029500
029600       PERFORM 520-ISSUE-STORE-EVENT                              00029600
029700       PERFORM 540-CLEAR-CURRENCY-ROW                             00029700
029800     END-PERFORM                                                  00029800
0298A0     IF SQL-NO-ERROR                                              000298A0
0298A1       SET  ZZZC0197-BULK-END TO TRUE                             000298A1
0298A2       PERFORM 560-CALL-BULK-FUNC                                 000298A2
0298A3     END-IF                                                       000298A3
029900     .                                                            00029900
030000                                                                  00030000
030100 520-ISSUE-STORE-EVENT.                                           00030100
032800     END-IF                                                       00032800
032900     MOVE 0 TO SQLCODE                                            00032900
033000     .                                                            00033000
0330A0                                                                  000330A0
0330A1*================================================================ 000330A1
0330A2* Open and close the ZZZS0197 bulk run the STRM events are held   000330A2
0330A3* in, and published from as batched events...                     000330A3
0330A4*================================================================ 000330A4
0330A5 560-CALL-BULK-FUNC.                                              000330A5
0330A6     INITIALIZE XXXN001A                                          000330A6
0330A7     SET  YYYN110A-BATCH-ENV   TO TRUE                            000330A7
0330A8     MOVE 'MMMB5201'           TO ZZZC0197-PROGRAM                000330A8
0330A9     MOVE 'BATCH'              TO ZZZC0197-USER                   000330A9
0330B0     CALL ZZZS0197-EVENT-MGR USING                                000330B0
0330B1          XXXN001A                                                000330B1
0330B2          YYYN110A                                                000330B2
0330B3          ZZZC0197                                                000330B3
0330B4     IF NOT SUCCESS                                               000330B4
0330B5       DISPLAY 'MMMB5201 - EVENT BULK RUN: ' IS-RTRN-MSG-TXT      000330B5
0330B6     END-IF                                                       000330B6
0330B7     SET  ZZZC0197-EVENT-CALL  TO TRUE                            000330B7
0330B8     .                                                            000330B8
033100                                                                  00033100
033200*================================================================ 00033200
033300* Termination - write the summary and close up...                 00033300
