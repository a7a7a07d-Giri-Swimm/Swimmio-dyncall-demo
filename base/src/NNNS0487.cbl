009166                                       VALUE 'MMMS0179'.          00009166
009167 COPY MMMC0179.                                                   00009167
009168 01 WS-CNTY-FLD-NM                     PIC X(8) VALUE SPACES.     00009168
0091A0* Change-freeze gate (MMMS0181) - no XXXATION column is           000091A0
0091A1* field-protected, so only a freeze on *ALL stops a change here.  000091A1
0091A2 01 MMMS0181-FREEZE-CHK                PIC X(8)                   000091A2
0091A3                                       VALUE 'MMMS0181'.          000091A3
0091A4 COPY MMMC0181.                                                   000091A4
009160 01 WS-ADDR-STUFF                      PIC X(80) VALUE SPACES.    00009160
009170 01 WS-ADDR-LEN                        PIC S9(2) COMP VALUE 0.    00009170
009171 01 WS-ADDR-LANG-CD                    PIC X(2) VALUE SPACES.     00009171
009180* Contact phone/email edit work fields.                           00009180
009190 01 WS-EDIT-AREA-CD                    PIC 9(3) VALUE 0.          00009190
009200 01 WS-EDIT-AREA-X REDEFINES WS-EDIT-AREA-CD.                     00009200
012200 01 WS-ORG-ID                          PIC S9(9) COMP VALUE 0.    00012200
012300 01 WS-AP-NUM                          PIC S9(9) COMP VALUE 0.    00012300
012400 01 WS-AP-TYPE                         PIC X(2)  VALUE SPACES.    00012400
012420 01 WS-CURR-AP-TYP-CD                  PIC X(2)  VALUE SPACES.    00012420
012440 01 WS-CURR-AP-NBR                     PIC S9(9) COMP VALUE 0.    00012440
012460 01 WS-CURR-FAC-ID                     PIC S9(9) COMP VALUE 0.    00012460
012500 01 WS-MMMS0265-SYNC                   PIC X(8)  VALUE 'MMMS0265'.00012500
012600 01 MMMS0474-DO-AVP-MAIN               PIC X(8)  VALUE 'MMMS0474'.00012600
012700 01 NNNS0457-AP-LOC-DAO                PIC X(8)  VALUE 'NNNS0457'.00012700
013300 01 NNNS2294-MECY-DAO                  PIC X(8)  VALUE 'NNNS2294'.00013300
013400 01 MMMS0711-DSV-CHECK                 PIC X(8)  VALUE 'MMMS0711'.00013400
013500 01 MMMS0304-RI-DEL-CHK                PIC X(8)  VALUE 'MMMS0304'.00013500
013550 01 MMMS0304-RI-PARENT-CHK             PIC X(8)  VALUE 'MMMS0304'.00013550
013600                                                                  00013600
013700 01 WS-STAGE-EVENT-SW                  PIC X(1) VALUE SPACES.     00013700
013800   88 STAGE-EVENT                               VALUE 'Y'.        00013800
238100 1400-EXIT-PUT-MODIFY-ROW.                                        00238100
238200     PERFORM 1800-EDIT-NULL-INDICATORS                            00238200
238300     PERFORM 2040-GET-DATE-AND-USER                               00238300
2383A0     IF SUCCESS                                                   002383A0
2383A1       PERFORM 1439-CHECK-CHANGE-FREEZE                           002383A1
2383A2     END-IF                                                       002383A2
238400                                                                  00238400
238500     IF SUCCESS                                                   00238500
238600       PERFORM 1411-CHECK-FOR-EVENTS                              00238600
238670       END-IF                                                     00238670
238700       IF SUCCESS                                                 00238700
238800         PERFORM 1420-CHECK-AP-INFO                               00238800
238820         IF SUCCESS                                               00238820
238840           PERFORM 4550-CALL-MMMS0304-RI-PARENT-CHK               00238840
238860         END-IF                                                   00238860
238900         IF SUCCESS                                               00238900
239000           PERFORM 10300-CHECK-FOR-VALID-COUNTY                   00239000
239100           SET EXIT-PUT-MODIFY-ROW  TO TRUE                       00239100
253401           XXXN001A                                               00253401
253402           WS-ADDR-STUFF                                          00253402
253403           WS-ADDR-LEN                                            00253403
25340A           WS-ADDR-LANG-CD                                        0025340A
253404     END-IF                                                       00253404
253405     .                                                            00253405
253406                                                                  00253406
2534A0* ================================================================002534A0
2534A1* Change-freeze gate. XXXATION carries no field-protected column, 002534A1
2534A2* so the change lists none and only a freeze on *ALL applies -    002534A2
2534A3* MMMS0181 refuses the change while one is in force, unless the   002534A3
2534A4* user may override it, when the change passes and is logged.     002534A4
2534A5* ================================================================002534A5
2534A6 1439-CHECK-CHANGE-FREEZE.                                        002534A6
2534A7     INITIALIZE MMMC0181                                          002534A7
2534A8     SET  MMMC0181-CHECK-CHANGE TO TRUE                           002534A8
2534A9     EVALUATE TRUE                                                002534A9
2534B0       WHEN EXIT-PUT-INSERT-ROW                                   002534B0
2534B1         SET MMMC0181-ADD    TO TRUE                              002534B1
2534B2       WHEN EXIT-PUT-PURGE-ROW                                    002534B2
2534B3       WHEN EXIT-PUT-PHYS-PURGE                                   002534B3
2534B4         SET MMMC0181-DELETE TO TRUE                              002534B4
2534B5       WHEN OTHER                                                 002534B5
2534B6         SET MMMC0181-MODIFY TO TRUE                              002534B6
2534B7     END-EVALUATE                                                 002534B7
2534B8     MOVE 'NNNS0487'    TO MMMC0181-PGM-NM                        002534B8
2534B9     MOVE YYYC0107-USER TO MMMC0181-USER-ID                       002534B9
2534C0     IF YYYN005A-CICS-ENV                                         002534C0
2534C1       SET MMMC0181-ONLINE-CALLER TO TRUE                         002534C1
2534C2     ELSE                                                         002534C2
2534C3       SET MMMC0181-BATCH-CALLER  TO TRUE                         002534C3
2534C4     END-IF                                                       002534C4
2534C5     MOVE LOC-TYP-CD OF DCLXXXATION TO MMMC0181-LOC-TYP-CD        002534C5
2534C6     MOVE LOC-NBR    OF DCLXXXATION TO MMMC0181-LOC-NBR           002534C6
2534C7     MOVE 0                         TO MMMC0181-FLD-CNT           002534C7
2534C8     CALL MMMS0181-FREEZE-CHK USING                               002534C8
2534C9         XXXN001A                                                 002534C9
2534D0         MMMC0181                                                 002534D0
2534D1     .                                                            002534D1
253420 1440-D0-MODIFY-ROW.                                              00253420
253500     MOVE YYYC0127-TS   TO LST-UPDT-TS     OF DCLXXXATION         00253500
253600     MOVE YYYC0107-USER TO LST-UPDT-USR-ID OF DCLXXXATION         00253600
256400 1500-EXIT-PUT-INSERT-ROW.                                        00256400
256500     PERFORM 1800-EDIT-NULL-INDICATORS                            00256500
256600     PERFORM 2040-GET-DATE-AND-USER                               00256600
2566A0     IF SUCCESS AND NOT BIN-UTILITY-CALL                          002566A0
2566A1       PERFORM 1439-CHECK-CHANGE-FREEZE                           002566A1
2566A2     END-IF                                                       002566A2
256610* A bin-utility insert restores an archived image exactly as it   00256610
256620* was - none of the live-add edits apply and nothing is           00256620
256630* announced downstream (MMMB0901).                                00256630
256940       END-IF                                                     00256940
257000       IF SUCCESS                                                 00257000
257100         PERFORM 1505-GET-FAC-ORG-ID                              00257100
257120         IF SUCCESS                                               00257120
257140           PERFORM 4550-CALL-MMMS0304-RI-PARENT-CHK               00257140
257160         END-IF                                                   00257160
257210* A validate-only caller wanted the edits proven, not the row -   00257210
257220* stop short of the INSERT with the verdict the edits reached.    00257220
257300         IF SUCCESS AND NOT VALIDATE-ONLY-REQ                     00257300
270980* physically removes the family.                                  00270980
270990* ================================================================00270990
271000 1600-EXIT-PUT-PURGE-ROW.                                         00271000
2710A0     PERFORM 2040-GET-DATE-AND-USER                               002710A0
2710A1     IF SUCCESS                                                   002710A1
2710A2       PERFORM 1439-CHECK-CHANGE-FREEZE                           002710A2
2710A3     END-IF                                                       002710A3
2710A4     EVALUATE TRUE                                                002710A4
2710A5       WHEN NOT SUCCESS                                           002710A5
2710A6         CONTINUE                                                 002710A6
2710A7       WHEN NOT EXIT-PUT-PHYS-PURGE                               002710A7
2710A8         PERFORM 1602-LOGICAL-DELETE                              002710A8
2710A9       WHEN OTHER                                                 002710A9
2710B0         PERFORM 1605-PHYSICAL-PURGE                              002710B0
2710B1     END-EVALUATE                                                 002710B1
271006     .                                                            00271006
271007                                                                  00271007
271008* The row is updated in place, but what happened to it is a       00271008
335300           EIBLK    WS-DUMMY                                      00335300
335400           XXXN001A YYYC0107                                      00335400
335500     ELSE                                                         00335500
335510*      A batch caller working on behalf of another user or        00335510
335520*      system names it in NNNN0000-CHGD-BY-USER-ID.               00335520
335530       IF NNNN0000-CHGD-BY-USER-ID NOT = SPACES                   00335530
335540         MOVE NNNN0000-CHGD-BY-USER-ID TO YYYC0107-USER           00335540
335550       ELSE                                                       00335550
335600         MOVE 'BATCH' TO YYYC0107-USER                            00335600
335610       END-IF                                                     00335610
335700     END-IF                                                       00335700
335800     .                                                            00335800
335900                                                                  00335900
344200     .                                                            00344200
344300                                                                  00344300
344400                                                                  00344400
344401***************************************************************** 00344401
344402* Parent checks ahead of the write, through MMMS0304. The         00344402
344403* location type must be a known type. An AP number must belong    00344403
344404* to a vendor location - a vendor row owns its own AP number, so  00344404
344405* it is not checked against itself. A FAC-ID the caller keys for  00344405
344406* a type that 1505 does not generate one for must be a facility   00344406
344407* on FC_FACILITY. On a modify, only keys that are changing are    00344407
344408* checked, so a row already on file can still be maintained.      00344408
344409***************************************************************** 00344409
344410 4550-CALL-MMMS0304-RI-PARENT-CHK.                                00344410
344411     MOVE SPACES TO WS-CURR-AP-TYP-CD                             00344411
344412     MOVE -1     TO WS-CURR-AP-NBR                                00344412
344413                    WS-CURR-FAC-ID                                00344413
344414     INITIALIZE MMMC0304                                          00344414
344415     IF EXIT-PUT-INSERT-ROW                                       00344415
344416       SET MMMC0304-INSERT-CHECK TO TRUE                          00344416
344417     ELSE                                                         00344417
344418       SET MMMC0304-UPDATE-CHECK TO TRUE                          00344418
344419       PERFORM 4555-GET-CURR-PARENT-KEYS                          00344419
344420     END-IF                                                       00344420
344421     SET MMMC0304-ORACLE       TO TRUE                            00344421
344422                                                                  00344422
344423     IF SUCCESS AND EXIT-PUT-INSERT-ROW                           00344423
344424       MOVE LOC-TYP-CD OF DCLXXXATION TO MMMC0304-LOC-TYP-CD      00344424
344425       SET MMMC0304-LOCATION-TYPE     TO TRUE                     00344425
344426       CALL MMMS0304-RI-PARENT-CHK USING                          00344426
344427            XXXN001A                                              00344427
344428            MMMC0304                                              00344428
344429     END-IF                                                       00344429
344430                                                                  00344430
344431     IF  SUCCESS                                                  00344431
344432     AND LOC-TYP-CD OF DCLXXXATION NOT = 'V'                      00344432
344433     AND AP-NBR OF DCLXXXATION > 0                                00344433
344434     AND (AP-NBR    OF DCLXXXATION NOT = WS-CURR-AP-NBR           00344434
344435      OR  AP-TYP-CD OF DCLXXXATION NOT = WS-CURR-AP-TYP-CD)       00344435
344436       MOVE SPACES                    TO MMMC0304-DATA            00344436
344437       MOVE AP-TYP-CD OF DCLXXXATION  TO MMMC0304-AP-TYP-CD       00344437
344438       MOVE AP-NBR    OF DCLXXXATION  TO MMMC0304-AP-NBR          00344438
344439       SET MMMC0304-AP-LOCATION       TO TRUE                     00344439
344440       CALL MMMS0304-RI-PARENT-CHK USING                          00344440
344441            XXXN001A                                              00344441
344442            MMMC0304                                              00344442
344443     END-IF                                                       00344443
344444                                                                  00344444
344445     IF  SUCCESS                                                  00344445
344446     AND LOC-TYP-CD OF DCLXXXATION NOT = 'A' AND 'D' AND 'S'      00344446
344447                                     AND 'W' AND 'V'              00344447
344448     AND FAC-ID OF DCLXXXATION > 0                                00344448
344449     AND FAC-ID OF DCLXXXATION NOT = WS-CURR-FAC-ID               00344449
344450       MOVE SPACES                    TO MMMC0304-DATA            00344450
344451       MOVE FAC-ID OF DCLXXXATION     TO MMMC0304-FC-FAC-NO       00344451
344452       SET MMMC0304-FC-FACILITY       TO TRUE                     00344452
344453       CALL MMMS0304-RI-PARENT-CHK USING                          00344453
344454            XXXN001A                                              00344454
344455            MMMC0304                                              00344455
344456     END-IF                                                       00344456
344457     .                                                            00344457
344458                                                                  00344458
344459                                                                  00344459
344460 4555-GET-CURR-PARENT-KEYS.                                       00344460
344461     EXEC SQL                                                     00344461
344462         SELECT COALESCE(AP_TYP_CD, '  '),                        00344462
344463                COALESCE(AP_NBR, 0),                              00344463
344464                COALESCE(FAC_ID, 0)                               00344464
344465         INTO   :WS-CURR-AP-TYP-CD,                               00344465
344466                :WS-CURR-AP-NBR,                                  00344466
344467                :WS-CURR-FAC-ID                                   00344467
344468         FROM   XXXATION                                          00344468
344469         WHERE  LOC_TYP_CD = :DCLXXXATION.LOC-TYP-CD              00344469
344470         AND    LOC_NBR    = :DCLXXXATION.LOC-NBR                 00344470
344471     END-EXEC                                                     00344471
344472                                                                  00344472
344473     EVALUATE TRUE                                                00344473
344474       WHEN SQLCODE = 0                                           00344474
344475         CONTINUE                                                 00344475
344476       WHEN SQLCODE = 100                                         00344476
344477         MOVE 0 TO SQLCODE                                        00344477
344478       WHEN OTHER                                                 00344478
344479         SET  FAILURE TO TRUE                                     00344479
344480         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00344480
344481         MOVE SQLCODE TO WS-SQLCODE                               00344481
344482         STRING 'NNNS0487 - Error getting parent keys, '          00344482
344483                'RC=' WS-SQLCODE '.'                              00344483
344484                DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT            00344484
344485     END-EVALUATE                                                 00344485
344486     .                                                            00344486
344487                                                                  00344487
344488                                                                  00344488
344500 5000-CALL-NNNS0487-CUD-ROUTINE.                                  00344500
344600     CALL NNNU0487-ORACLE-UPDATE USING                            00344600
344700          XXXN001A                                                00344700
