001895* last one moves.                                                 00001895
001900* Batch job - run standalone, schedule every cycle (like the      00001900
001910* YYYB0209 sweep it runs uncontrolled - it is rerun-safe).        00001910
001917*                                                                 00001917
001924* Field interests: a consumer that registers store columns on     00001924
001931* FC_XXXAIL_EVENT_INTR (DDDTEI01) for a TRX-CD is only sent an    00001931
001938* NNNS0488 store event when one of those columns differs between  00001938
001945* the before and after images of the change - the history row on  00001945
001952* FC_XXXAIL_STORES_HIST the event announced, decoded through      00001952
001959* MMMS0174 the way MMMB4001 decodes it. The rest are marked F     00001959
001966* (filtered) on FC_XXXAIL_EVENT_SEND, so YYYB0240 does not wait   00001966
001973* for an ack, and are counted per consumer. An add, an event with 00001973
001980* no history row in reach, or a consumer with no interest rows    00001980
001987* for the TRX-CD is always delivered.                             00001987
0019A0*                                                                 000019A0
0019A1* Snapshots: MMMB2502 bootstraps a consumer with a full-state     000019A1
0019A2* snapshot on FC_XXXAIL_EVENT_SNAP (DDDTSN01), its run recorded   000019A2
0019A3* on FC_XXXAIL_SNAP_RUN (DDDTSR01). While the run is B (building) 000019A3
0019A4* or R (ready) the consumer's live events are held in the work    000019A4
0019A5* queue. Each cycle first sends the unsent rows of every R run,   000019A5
0019A6* in the order they were built, to that consumer alone - flagged  000019A6
0019A7* as snapshot events (YYYC0209-SNAPSHOT-EVENT), never filtered on 000019A7
0019A8* field interests - and marks each row S or D. A run with no row  000019A8
0019A9* left unsent goes to C (complete), and the consumer's held live  000019A9
0019B0* events follow in the same cycle, oldest first. A send that      000019B0
0019B1* cannot even reach the dead-letter table stops that consumer's   000019B1
0019B2* snapshot until the next cycle, so nothing goes out of order.    000019B2
0019C0*                                                                 000019C0
0019C1* Bulk runs: while MMMB4601 or MMMB5201 runs in ZZZS0197's bulk   000019C1
0019C2* mode, each single event logged has a membership row on          000019C2
0019C3* FC_XXXAIL_EVENT_BMBR and is held - sent to no one - until its   000019C3
0019C4* batch is published on FC_XXXAIL_EVENT_BTCH at the job's commit  000019C4
0019C5* point. A consumer registered for batches (EC_BATCH_SW Y) is     000019C5
0019C6* then sent each batch, flagged as a batch event, and its singles 000019C6
0019C7* are marked B (covered by the batch). Every other consumer still 000019C7
0019C8* gets the singles, paced: at most BULK-PACE bulk-run singles per 000019C8
0019C9* consumer per cycle (run parameter, default 500) - past that the 000019C9
0019D0* consumer's remaining pairs wait for the next cycle, in order.   000019D0
0019D1* A single whose batch never came (the run died before its commit 000019D1
0019D2* point) is released as a plain single after BULK-HOLD-HRS hours  000019D2
0019D3* (run parameter, default 12).                                    000019D3
002000*---------------------------------------------------------------- 00002000
002100 ENVIRONMENT DIVISION.                                            00002100
002200 INPUT-OUTPUT SECTION.                                            00002200
003900 01 WS-PREV-CONSUMER                   PIC X(8) VALUE LOW-VALUES. 00003900
004000 01 WS-CONS-SENT-CNT                   PIC 9(7) VALUE 0.          00004000
004100 01 WS-CONS-DEAD-CNT                   PIC 9(7) VALUE 0.          00004100
004130 01 WS-FILT-COUNT                      PIC 9(7) VALUE 0.          00004130
004160 01 WS-CONS-FILT-CNT                   PIC 9(7) VALUE 0.          00004160
0041A0 01 WS-SNAP-SENT-COUNT                 PIC 9(7) VALUE 0.          000041A0
0041A1 01 WS-SNAP-DEAD-COUNT                 PIC 9(7) VALUE 0.          000041A1
0041A2 01 WS-SNAP-RUNS-DONE                  PIC 9(7) VALUE 0.          000041A2
0041A3 01 WS-SNAP-PREV-CONSUMER              PIC X(8) VALUE LOW-VALUES. 000041A3
0041A4 01 WS-SNAP-STOP-CONSUMER              PIC X(8) VALUE SPACES.     000041A4
0041A5 01 WS-SNAP-CONS-SENT                  PIC 9(7) VALUE 0.          000041A5
0041A6 01 WS-SNAP-CONS-DEAD                  PIC 9(7) VALUE 0.          000041A6
0041B0 01 WS-BATCH-SENT-COUNT                PIC 9(7) VALUE 0.          000041B0
0041B1 01 WS-BATCH-DEAD-COUNT                PIC 9(7) VALUE 0.          000041B1
0041B2 01 WS-BATCHED-COUNT                   PIC 9(7) VALUE 0.          000041B2
0041B3 01 WS-DEFER-COUNT                     PIC 9(7) VALUE 0.          000041B3
0041B4 01 WS-CONS-BTCH-CNT                   PIC 9(7) VALUE 0.          000041B4
0041B5 01 WS-CONS-DEFER-CNT                  PIC 9(7) VALUE 0.          000041B5
0041B6 01 WS-CONS-PACE-CNT                   PIC S9(9) COMP VALUE 0.    000041B6
0041B7 01 WS-BULK-PACE                       PIC S9(9) COMP VALUE 500.  000041B7
0041B8 01 WS-HOLD-HOURS                      PIC S9(3) COMP-3 VALUE 12. 000041B8
0041B9 01 WS-PAIR-BULK-SW                    PIC X    VALUE SPACES.     000041B9
0041C0    88 PAIR-IS-SINGLE                           VALUE ' '.        000041C0
0041C1    88 PAIR-IN-BATCH                            VALUE 'B'.        000041C1
0041C2    88 PAIR-HOLD-EXPIRED                        VALUE 'H'.        000041C2
004200                                                                  00004200
004300 01 WS-SQL-ERROR-SW                    PIC X    VALUE 'N'.        00004300
004400    88 SQL-ERROR-DETECTED                       VALUE 'Y'.        00004400
004500    88 SQL-NO-ERROR                             VALUE 'N'.        00004500
004600 01 WS-MQ-OPEN-SW                      PIC X    VALUE 'N'.        00004600
004700    88 MQ-IS-OPEN                               VALUE 'Y'.        00004700
004720 01 WS-FILTER-SW                       PIC X    VALUE 'N'.        00004720
004740    88 PAIR-FILTERED                            VALUE 'Y'.        00004740
004760    88 PAIR-WANTED                              VALUE 'N'.        00004760
004800                                                                  00004800
004900 01 WS-HDG-LINE-1.                                                00004900
005000    05 FILLER PIC X(48) VALUE                                     00005000
005700    05 WS-CT-SENT                   PIC ZZZ,ZZ9.                  00005700
005800    05 FILLER PIC X(17) VALUE '  DEAD-LETTERED -'.                00005800
005900    05 WS-CT-DEAD                   PIC ZZZ,ZZ9.                  00005900
005930    05 FILLER PIC X(12) VALUE '  FILTERED -'.                     00005930
005960    05 WS-CT-FILT                   PIC ZZZ,ZZ9.                  00005960
0059A0    05 FILLER PIC X(11) VALUE '  BATCHED -'.                      000059A0
0059A1    05 WS-CT-BTCH                   PIC ZZZ,ZZ9.                  000059A1
0059A2    05 FILLER PIC X(21) VALUE '  PACED TO NEXT CYCLE'.            000059A2
0059A3    05 FILLER PIC X(3)  VALUE ' - '.                              000059A3
0059A4    05 WS-CT-DEFER                  PIC ZZZ,ZZ9.                  000059A4
006000                                                                  00006000
006100 01 WS-SUMMARY-LINE.                                              00006100
006200    05 FILLER PIC X(20) VALUE 'PAIRS WORKED    - '.               00006200
006500    05 WS-SUM-SENT                  PIC ZZZ,ZZ9.                  00006500
006600    05 FILLER PIC X(20) VALUE '  DEAD-LETTERED - '.               00006600
006700    05 WS-SUM-DEAD                  PIC ZZZ,ZZ9.                  00006700
006730    05 FILLER PIC X(20) VALUE '  FILTERED      - '.               00006730
006760    05 WS-SUM-FILT                  PIC ZZZ,ZZ9.                  00006760
0067A0                                                                  000067A0
0067A1 01 WS-SNAP-CONS-LINE.                                            000067A1
0067A2    05 FILLER PIC X(20) VALUE 'SNAPSHOT CONSUMER - '.             000067A2
0067A3    05 WS-SC-CONSUMER-ID            PIC X(8).                     000067A3
0067A4    05 FILLER PIC X(11) VALUE '  SENT -   '.                      000067A4
0067A5    05 WS-SC-SENT                   PIC ZZZ,ZZ9.                  000067A5
0067A6    05 FILLER PIC X(17) VALUE '  DEAD-LETTERED -'.                000067A6
0067A7    05 WS-SC-DEAD                   PIC ZZZ,ZZ9.                  000067A7
0067A8    05 WS-SC-NOTE                   PIC X(30).                    000067A8
0067A9 01 WS-SNAP-SUM-LINE.                                             000067A9
0067B0    05 FILLER PIC X(20) VALUE 'SNAPSHOT SENT   - '.               000067B0
0067B1    05 WS-SS-SENT                   PIC ZZZ,ZZ9.                  000067B1
0067B2    05 FILLER PIC X(20) VALUE '  DEAD-LETTERED - '.               000067B2
0067B3    05 WS-SS-DEAD                   PIC ZZZ,ZZ9.                  000067B3
0067B4    05 FILLER PIC X(20) VALUE '  RUNS COMPLETED - '.              000067B4
0067B5    05 WS-SS-DONE                   PIC ZZZ,ZZ9.                  000067B5
0067C0 01 WS-BULK-SUM-LINE.                                             000067C0
0067C1    05 FILLER PIC X(20) VALUE 'BATCHES SENT    - '.               000067C1
0067C2    05 WS-BS-SENT                   PIC ZZZ,ZZ9.                  000067C2
0067C3    05 FILLER PIC X(20) VALUE '  DEAD-LETTERED - '.               000067C3
0067C4    05 WS-BS-DEAD                   PIC ZZZ,ZZ9.                  000067C4
0067C5    05 FILLER PIC X(20) VALUE '  SINGLES BATCHED- '.              000067C5
0067C6    05 WS-BS-BATCHED                PIC ZZZ,ZZ9.                  000067C6
0067C7    05 FILLER PIC X(20) VALUE '  SINGLES PACED - '.               000067C7
0067C8    05 WS-BS-DEFER                  PIC ZZZ,ZZ9.                  000067C8
006800                                                                  00006800
006900* --------------------------------------------------------------- 00006900
007000* Misc copy books go here...                                      00007000
007420 01 MMMS0172-RUN-PARM PIC X(8) VALUE 'MMMS0172'.                  00007420
007430 01 WS-FANOUT-MODE-SW PIC X(1) VALUE 'N'.                         00007430
007440    88 FANOUT-IS-ON             VALUE 'Y'.                        00007440
007441 01 MMMS0174-IMG-DECODER              PIC X(8) VALUE 'MMMS0174'.  00007441
007442                                                                  00007442
007443*---------------------------------------------------------------  00007443
007444* Consumer field interests, loaded once per run. WS-INTR-COL is   00007444
007445* the column's entry in WS-COLUMN-NAMES, resolved at load.        00007445
007446*---------------------------------------------------------------  00007446
007447 01 WS-INTR-TABLE.                                                00007447
007448     05 WS-INTR-ENTRY OCCURS 2000 TIMES.                          00007448
007449         10 WS-INTR-CONSUMER-ID     PIC X(8).                     00007449
007450         10 WS-INTR-TRX-CD          PIC X(4).                     00007450
007451         10 WS-INTR-COL             PIC S9(4) COMP.               00007451
007452 01 WS-NUM-INTR                       PIC S9(4) COMP VALUE 0.     00007452
007453 01 WS-INTR-IDX                       PIC S9(4) COMP VALUE 0.     00007453
007454 01 WS-INTR-HITS                      PIC S9(4) COMP VALUE 0.     00007454
007455 01 WS-INTR-CHANGED                   PIC S9(4) COMP VALUE 0.     00007455
007456                                                                  00007456
007457* The event the decoded images belong to, so each event is        00007457
007458* decoded once however many consumers filter on it.               00007458
007459 01 WS-DECODED-TRX-CD                 PIC X(4)  VALUE SPACES.     00007459
007460 01 WS-DECODED-EFF-TS                 PIC X(26) VALUE SPACES.     00007460
007461 01 WS-IMAGES-SW                      PIC X     VALUE 'N'.        00007461
007462    88 IMAGES-FOUND                             VALUE 'Y'.        00007462
007463    88 NO-IMAGES                                VALUE 'N'.        00007463
007464 01 WS-EVT-LOC-NBR                    PIC S9(9) COMP VALUE 0.     00007464
007465 01 WS-CUST-STORE-N                   PIC 9(5)  VALUE 0.          00007465
007466 01 WS-CUST-STORE-X REDEFINES WS-CUST-STORE-N                     00007466
007467                                      PIC X(5).                   00007467
007468 01 WS-BIN-LOC-NBR                    PIC S9(9) COMP VALUE 0.     00007468
007469 01 WS-BIN-LOC-X REDEFINES WS-BIN-LOC-NBR                         00007469
007470                                      PIC X(4).                   00007470
007471 01 I                                 PIC S9(4) COMP VALUE 0.     00007471
007472 01 WS-ED-NUM                         PIC -(8)9.                  00007472
007473 01 WS-ED-NUM2                        PIC -(6)9.99.               00007473
007474                                                                  00007474
007475*---------------------------------------------------------------- 00007475
007476* Column-by-column decode work areas. WS-CAPTURE-VALS is filled   00007476
007477* by 500-CAPTURE-COLUMN-VALUES from whichever image is sitting    00007477
007478* in DCLFC-XXXAIL-STORES, then copied to the old or new side.     00007478
007479* K-NUM-COLUMNS must match the number of entries in the           00007479
007480* WS-COLUMN-NAMES table and the OCCURS clauses below.             00007480
007481*---------------------------------------------------------------- 00007481
007482 01 K-NUM-COLUMNS                     PIC S9(4) COMP VALUE 75.    00007482
007483 01 WS-CAPTURE-VALS.                                              00007483
007484     05 WS-CAP-VAL OCCURS 75 TIMES    PIC X(74).                  00007484
007485 01 WS-OLD-VALS.                                                  00007485
007486     05 WS-OLD-VAL OCCURS 75 TIMES    PIC X(74).                  00007486
007487 01 WS-NEW-VALS.                                                  00007487
007488     05 WS-NEW-VAL OCCURS 75 TIMES    PIC X(74).                  00007488
007489                                                                  00007489
007490 01 WS-COLUMN-NAMES.                                              00007490
007491     05 FILLER PIC X(18) VALUE 'FC_STORE_NO'.                     00007491
007492     05 FILLER PIC X(18) VALUE 'FC_RL_STORE_NM'.                  00007492
007493     05 FILLER PIC X(18) VALUE 'FC_RL_STORE_CD'.                  00007493
007494     05 FILLER PIC X(18) VALUE 'FC_RL_STORE_DIR_NM'.              00007494
007495     05 FILLER PIC X(18) VALUE 'FC_RL_STORE_LOC_NM'.              00007495
007496     05 FILLER PIC X(18) VALUE 'FC_RL_OPENING_DT'.                00007496
007497     05 FILLER PIC X(18) VALUE 'FC_RL_CLOSING_DT'.                00007497
007498     05 FILLER PIC X(18) VALUE 'FC_RL_REMODEL_DT'.                00007498
007499     05 FILLER PIC X(18) VALUE 'FC_RL_DELETED_DT'.                00007499
007500     05 FILLER PIC X(18) VALUE 'FC_RL_DISTRICT_NO'.               00007500
007501     05 FILLER PIC X(18) VALUE 'FC_RL_MARKET_AR_NO'.              00007501
007502     05 FILLER PIC X(18) VALUE 'FC_RL_PAYROL_AR_NO'.              00007502
007503     05 FILLER PIC X(18) VALUE 'FC_RL_PAY_GROUP_NO'.              00007503
007504     05 FILLER PIC X(18) VALUE 'FC_RL_COMPANY_NO'.                00007504
007505     05 FILLER PIC X(18) VALUE 'FC_RL_GEO_ZONE_CD'.               00007505
007506     05 FILLER PIC X(18) VALUE 'FC_RL_GEO_ZONE_NO'.               00007506
007507     05 FILLER PIC X(18) VALUE 'FC_RL_SCAN_MAIN_CD'.              00007507
007508     05 FILLER PIC X(18) VALUE 'FC_RL_FRONT_END_CD'.              00007508
007509     05 FILLER PIC X(18) VALUE 'FC_RL_PRICE_BUL_CD'.              00007509
007510     05 FILLER PIC X(18) VALUE 'FC_RL_UPC_ON_PB_CD'.              00007510
007511     05 FILLER PIC X(18) VALUE 'FC_RL_COMPETITR_CD'.              00007511
007512     05 FILLER PIC X(18) VALUE 'FC_RL_ASSOC_STR_NO'.              00007512
007513     05 FILLER PIC X(18) VALUE 'FC_RL_RPRT_SEQ_NO'.               00007513
007514     05 FILLER PIC X(18) VALUE 'FC_RL_SORT_SOS_NO'.               00007514
007515     05 FILLER PIC X(18) VALUE 'FC_RL_VID_PRZN_NO'.               00007515
007516     05 FILLER PIC X(18) VALUE 'FC_RL_CITY_ID_CD'.                00007516
007517     05 FILLER PIC X(18) VALUE 'FC_RL_ADZONE_ABB'.                00007517
007518     05 FILLER PIC X(18) VALUE 'FC_RL_ADZONE_DES'.                00007518
007519     05 FILLER PIC X(18) VALUE 'FC_RL_UNLOAD_SW'.                 00007519
007520     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_CD'.               00007520
007521     05 FILLER PIC X(18) VALUE 'FC_RL_STATUS_CD'.                 00007521
007522     05 FILLER PIC X(18) VALUE 'FC_RL_NEW_STORE_CD'.              00007522
007523     05 FILLER PIC X(18) VALUE 'FC_RL_TYPE_CD'.                   00007523
007524     05 FILLER PIC X(18) VALUE 'FC_RL_GROUP_CD'.                  00007524
007525     05 FILLER PIC X(18) VALUE 'FC_RL_SELECTCIR_CD'.              00007525
007526     05 FILLER PIC X(18) VALUE 'FC_RL_AREA_CODE_NO'.              00007526
007527     05 FILLER PIC X(18) VALUE 'FC_RL_TELEPHONE_NO'.              00007527
007528     05 FILLER PIC X(18) VALUE 'FC_RL_STORE_ABB'.                 00007528
007529     05 FILLER PIC X(18) VALUE 'FC_RL_BCKRM_FT_QTY'.              00007529
007530     05 FILLER PIC X(18) VALUE 'FC_RL_LFT_FOOD_QTY'.              00007530
007531     05 FILLER PIC X(18) VALUE 'FC_RL_LFT_NONF_QTY'.              00007531
007532     05 FILLER PIC X(18) VALUE 'FC_RL_SETOFF_CD'.                 00007532
007533     05 FILLER PIC X(18) VALUE 'FC_RL_CL12_ZONE_NO'.              00007533
007534     05 FILLER PIC X(18) VALUE 'FC_RL_CL12_ADZN_NO'.              00007534
007535     05 FILLER PIC X(18) VALUE 'FC_RL_CL13_ZONE_NO'.              00007535
007536     05 FILLER PIC X(18) VALUE 'FC_RL_CL13_ADZN_NO'.              00007536
007537     05 FILLER PIC X(18) VALUE 'FC_RL_CL14_ZONE_NO'.              00007537
007538     05 FILLER PIC X(18) VALUE 'FC_RL_CL14_ADZN_NO'.              00007538
007539     05 FILLER PIC X(18) VALUE 'FC_RL_CL36_ADZN_NO'.              00007539
007540     05 FILLER PIC X(18) VALUE 'FC_RL_CL37_ADZN_NO'.              00007540
007541     05 FILLER PIC X(18) VALUE 'FC_RL_STORE_DEA_NO'.              00007541
007542     05 FILLER PIC X(18) VALUE 'FC_RL_RETL_ZONE_NO'.              00007542
007543     05 FILLER PIC X(18) VALUE 'FC_RL_STOR2_LOC_NM'.              00007543
007544     05 FILLER PIC X(18) VALUE 'FC_CITY_ADR'.                     00007544
007545     05 FILLER PIC X(18) VALUE 'FC_STATE_ADR'.                    00007545
007546     05 FILLER PIC X(18) VALUE 'FC_ZIP_CODE5_ADR'.                00007546
007547     05 FILLER PIC X(18) VALUE 'FC_ZIP_CODE4_ADR'.                00007547
007548     05 FILLER PIC X(18) VALUE 'FC_RL_SOS_TYPE_CD'.               00007548
007549     05 FILLER PIC X(18) VALUE 'FC_RL_NOPROCESS_CD'.              00007549
007550     05 FILLER PIC X(18) VALUE 'FC_RL_SOSHDRTYP_CD'.              00007550
007551     05 FILLER PIC X(18) VALUE 'FC_RL_CAT_CLASS_TB'.              00007551
007552     05 FILLER PIC X(18) VALUE 'FC_RL_LATITUDE_K'.                00007552
007553     05 FILLER PIC X(18) VALUE 'FC_RL_LONGITUDE_K'.               00007553
007554     05 FILLER PIC X(18) VALUE 'FN_DIVISION_CD'.                  00007554
007555     05 FILLER PIC X(18) VALUE 'FN_LINE_OF_BUS_CD'.               00007555
007556     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_01'.               00007556
007557     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_02'.               00007557
007558     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_03'.               00007558
007559     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_04'.               00007559
007560     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_05'.               00007560
007561     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_06'.               00007561
007562     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_07'.               00007562
007563     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_08'.               00007563
007564     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_09'.               00007564
007565     05 FILLER PIC X(18) VALUE 'FN_ROLLUP_REPT_10'.               00007565
007566 01 WS-COLUMN-NAME-TBL REDEFINES WS-COLUMN-NAMES.                 00007566
007567     05 WS-COL-NAME OCCURS 75 TIMES   PIC X(18).                  00007567
007568                                                                  00007568
007569 COPY DDDTRL01.                                                   00007569
007570 COPY MMMC0174.                                                   00007570
007700                                                                  00007700
007800* ----------------------------------------------------------------00007800
007900* DB2 stuff...                                                    00007900
009300     EXEC SQL                                                     00009300
009400       INCLUDE DDDTSD01                                           00009400
009500     END-EXEC                                                     00009500
009505                                                                  00009505
009510     EXEC SQL                                                     00009510
009515       INCLUDE DDDTRH01                                           00009515
009520     END-EXEC                                                     00009520
009525                                                                  00009525
009530     EXEC SQL                                                     00009530
009535       INCLUDE DDDTEI01                                           00009535
009540     END-EXEC                                                     00009540
0095A0                                                                  000095A0
0095A1     EXEC SQL                                                     000095A1
0095A2       INCLUDE DDDTSR01                                           000095A2
0095A3     END-EXEC                                                     000095A3
0095A4                                                                  000095A4
0095A5     EXEC SQL                                                     000095A5
0095A6       INCLUDE DDDTSN01                                           000095A6
0095A7     END-EXEC                                                     000095A7
0095B0                                                                  000095B0
0095B1     EXEC SQL                                                     000095B1
0095B2       INCLUDE DDDTEB01                                           000095B2
0095B3     END-EXEC                                                     000095B3
0095B4                                                                  000095B4
0095B5     EXEC SQL                                                     000095B5
0095B6       INCLUDE DDDTBM01                                           000095B6
0095B7     END-EXEC                                                     000095B7
009545                                                                  00009545
009550* Every registered field interest, grouped per consumer...        00009550
009555     EXEC SQL                                                     00009555
009560       DECLARE INTR-CSR CURSOR FOR                                00009560
009565       SELECT EI_CONSUMER_ID, EI_TRX_CD, EI_FIELD_NM              00009565
009570         FROM FC_XXXAIL_EVENT_INTR                                00009570
009575        ORDER BY EI_CONSUMER_ID, EI_TRX_CD, EI_FIELD_NM           00009575
009580     END-EXEC                                                     00009580
009600                                                                  00009600
009700* The work queue: every event/consumer pair at or past the        00009700
009800* consumer's cut-in with no delivery state yet, grouped per       00009800
009900* consumer so one consumer's trouble stays in one stretch...      00009900
0099A0* A consumer with a snapshot run being built or delivered is      000099A0
0099A1* held here until the snapshot has gone out ahead of it...        000099A1
010000     EXEC SQL                                                     00010000
010100       DECLARE FANOUT-CSR CURSOR FOR                              00010100
010200       SELECT C.EC_CONSUMER_ID, E.TRX_CD, E.EFF_TS, E.MSG_DATA,   00010200
010250              E.CALLING_PROG, C.EC_BATCH_SW,                      00010250
0102A0              CASE WHEN NOT EXISTS                                000102A0
0102A1                        ( SELECT 1                                000102A1
0102A2                            FROM FC_XXXAIL_EVENT_BMBR M           000102A2
0102A3                           WHERE M.BM_TRX_CD = E.TRX_CD           000102A3
0102A4                             AND M.BM_EFF_TS = E.EFF_TS )         000102A4
0102A5                   THEN ' '                                       000102A5
0102A6                   WHEN EXISTS                                    000102A6
0102A7                        ( SELECT 1                                000102A7
0102A8                            FROM FC_XXXAIL_EVENT_BMBR M,          000102A8
0102A9                                 FC_XXXAIL_EVENT_BTCH B           000102A9
0102B0                           WHERE M.BM_TRX_CD    = E.TRX_CD        000102B0
0102B1                             AND M.BM_EFF_TS    = E.EFF_TS        000102B1
0102B2                             AND B.EB_TRX_CD    = M.BM_TRX_CD     000102B2
0102B3                             AND B.EB_RUN_TS    = M.BM_RUN_TS     000102B3
0102B4                             AND B.EB_BATCH_NBR = M.BM_BATCH_NBR )000102B4
0102B5                   THEN 'B'                                       000102B5
0102B6                   ELSE 'H'                                       000102B6
0102B7              END                                                 000102B7
010300         FROM FC_XXXAIL_EVENT_LOG  E,                             00010300
010400              FC_XXXAIL_EVENT_CONS C                              00010400
010500        WHERE C.EC_TRX_CD = E.TRX_CD                              00010500
010900                 WHERE S.SD_TRX_CD      = E.TRX_CD                00010900
011000                   AND S.SD_EFF_TS      = E.EFF_TS                00011000
011100                   AND S.SD_CONSUMER_ID = C.EC_CONSUMER_ID )      00011100
0111A0          AND NOT EXISTS                                          000111A0
0111A1              ( SELECT 1                                          000111A1
0111A2                  FROM FC_XXXAIL_SNAP_RUN R                       000111A2
0111A3                 WHERE R.SR_CONSUMER_ID = C.EC_CONSUMER_ID        000111A3
0111A4                   AND R.SR_STAT_CD IN ('B', 'R') )               000111A4
0111B0          AND NOT EXISTS                                          000111B0
0111B1              ( SELECT 1                                          000111B1
0111B2                  FROM FC_XXXAIL_EVENT_BMBR M                     000111B2
0111B3                 WHERE M.BM_TRX_CD = E.TRX_CD                     000111B3
0111B4                   AND M.BM_EFF_TS = E.EFF_TS                     000111B4
0111B5                   AND E.EFF_TS   >=                              000111B5
0111B6                       CURRENT TIMESTAMP - :WS-HOLD-HOURS HOURS   000111B6
0111B7                   AND NOT EXISTS                                 000111B7
0111B8                     ( SELECT 1                                   000111B8
0111B9                         FROM FC_XXXAIL_EVENT_BTCH B              000111B9
0111C0                        WHERE B.EB_TRX_CD    = M.BM_TRX_CD        000111C0
0111C1                          AND B.EB_RUN_TS    = M.BM_RUN_TS        000111C1
0111C2                          AND B.EB_BATCH_NBR = M.BM_BATCH_NBR ) ) 000111C2
011200        ORDER BY C.EC_CONSUMER_ID, E.EFF_TS                       00011200
011300     END-EXEC                                                     00011300
0113A0                                                                  000113A0
0113A1* The snapshot queue: the unsent rows of every run released for   000113A1
0113A2* delivery, per consumer in the order MMMB2502 built them...      000113A2
0113A3     EXEC SQL                                                     000113A3
0113A4       DECLARE SNAP-CSR CURSOR FOR                                000113A4
0113A5       SELECT N.SN_CONSUMER_ID, N.SN_SNAP_TS, N.SN_SEQ_NBR,       000113A5
0113A6              N.SN_TRX_CD, N.SN_MSG_DATA                          000113A6
0113A7         FROM FC_XXXAIL_EVENT_SNAP N,                             000113A7
0113A8              FC_XXXAIL_SNAP_RUN   R                              000113A8
0113A9        WHERE R.SR_CONSUMER_ID = N.SN_CONSUMER_ID                 000113A9
0113B0          AND R.SR_SNAP_TS     = N.SN_SNAP_TS                     000113B0
0113B1          AND R.SR_STAT_CD     = 'R'                              000113B1
0113B2          AND N.SN_STAT_CD     = ' '                              000113B2
0113B3        ORDER BY N.SN_CONSUMER_ID, N.SN_SEQ_NBR                   000113B3
0113B4     END-EXEC                                                     000113B4
0113C0                                                                  000113C0
0113C1* The batch queue: every published batch not yet delivered to a   000113C1
0113C2* consumer registered for batches on its TRX-CD, held like the    000113C2
0113C3* live events while the consumer's snapshot is outstanding...     000113C3
0113C4     EXEC SQL                                                     000113C4
0113C5       DECLARE BTCH-CSR CURSOR FOR                                000113C5
0113C6       SELECT C.EC_CONSUMER_ID, B.EB_TRX_CD, B.EB_EFF_TS,         000113C6
0113C7              B.EB_MSG_DATA                                       000113C7
0113C8         FROM FC_XXXAIL_EVENT_BTCH B,                             000113C8
0113C9              FC_XXXAIL_EVENT_CONS C                              000113C9
0113D0        WHERE C.EC_TRX_CD   = B.EB_TRX_CD                         000113D0
0113D1           AND C.EC_BATCH_SW = 'Y'                                000113D1
0113D2           AND B.EB_EFF_TS  >= C.EC_CUTIN_TS                      000113D2
0113D3           AND NOT EXISTS                                         000113D3
0113D4               ( SELECT 1                                         000113D4
0113D5                   FROM FC_XXXAIL_EVENT_SEND S                    000113D5
0113D6                  WHERE S.SD_TRX_CD      = B.EB_TRX_CD            000113D6
0113D7                    AND S.SD_EFF_TS      = B.EB_EFF_TS            000113D7
0113D8                    AND S.SD_CONSUMER_ID = C.EC_CONSUMER_ID )     000113D8
0113D9           AND NOT EXISTS                                         000113D9
0113E0               ( SELECT 1                                         000113E0
0113E1                   FROM FC_XXXAIL_SNAP_RUN R                      000113E1
0113E2                  WHERE R.SR_CONSUMER_ID = C.EC_CONSUMER_ID       000113E2
0113E3                    AND R.SR_STAT_CD IN ('B', 'R') )              000113E3
0113E4        ORDER BY C.EC_CONSUMER_ID, B.EB_EFF_TS                    000113E4
0113E5     END-EXEC                                                     000113E5
011400                                                                  00011400
011500 PROCEDURE DIVISION.                                              00011500
011600***************************************************************** 00011600
013693     AND MMMC0172-PARM-VAL (1:1) = 'Y'                            00013693
013694       SET FANOUT-IS-ON TO TRUE                                   00013694
013695     END-IF                                                       00013695
0136A0* Bulk-run pacing and hold window - see the bulk-run note above.  000136A0
0136A1     INITIALIZE XXXN001A                                          000136A1
0136A2                MMMC0172                                          000136A2
0136A3     MOVE 'YYYB0260'    TO MMMC0172-PGM-ID                        000136A3
0136A4     MOVE 'BULK-PACE'   TO MMMC0172-PARM-NM                       000136A4
0136A5     CALL MMMS0172-RUN-PARM USING                                 000136A5
0136A6         XXXN001A                                                 000136A6
0136A7         MMMC0172                                                 000136A7
0136A8     IF  SUCCESS AND MMMC0172-PARM-FOUND                          000136A8
0136A9     AND MMMC0172-VAL-IS-NUMERIC                                  000136A9
0136B0     AND MMMC0172-PARM-NBR > 0                                    000136B0
0136B1       MOVE MMMC0172-PARM-NBR TO WS-BULK-PACE                     000136B1
0136B2     END-IF                                                       000136B2
0136B3     INITIALIZE XXXN001A                                          000136B3
0136B4                MMMC0172                                          000136B4
0136B5     MOVE 'YYYB0260'      TO MMMC0172-PGM-ID                      000136B5
0136B6     MOVE 'BULK-HOLD-HRS' TO MMMC0172-PARM-NM                     000136B6
0136B7     CALL MMMS0172-RUN-PARM USING                                 000136B7
0136B8         XXXN001A                                                 000136B8
0136B9         MMMC0172                                                 000136B9
0136C0     IF  SUCCESS AND MMMC0172-PARM-FOUND                          000136C0
0136C1     AND MMMC0172-VAL-IS-NUMERIC                                  000136C1
0136C2     AND MMMC0172-PARM-NBR > 0                                    000136C2
0136C3     AND MMMC0172-PARM-NBR < 1000                                 000136C3
0136C4       MOVE MMMC0172-PARM-NBR TO WS-HOLD-HOURS                    000136C4
0136C5     END-IF                                                       000136C5
013696     IF NOT FANOUT-IS-ON                                          00013696
013699       WRITE RPT-LINE FROM                                        00013699
013700         'FAN-OUT MODE IS OFF - NOTHING DELIVERED'                00013700
014600                 IS-RTRN-MSG-TXT                                  00014600
014700       ELSE                                                       00014700
014800         SET MQ-IS-OPEN TO TRUE                                   00014800
014850         PERFORM 150-LOAD-INTERESTS                               00014850
0148A0         IF SQL-NO-ERROR                                          000148A0
0148A1           PERFORM 170-DELIVER-SNAPSHOTS                          000148A1
0148A2         END-IF                                                   000148A2
0148B0         IF SQL-NO-ERROR                                          000148B0
0148B1           PERFORM 600-DELIVER-BATCHES                            000148B1
0148B2         END-IF                                                   000148B2
014900         EXEC SQL                                                 00014900
015000           OPEN FANOUT-CSR                                        00015000
015100         END-EXEC                                                 00015100
015910     END-IF                                                       00015910
016000     .                                                            00016000
016100                                                                  00016100
016101*================================================================ 00016101
016102* The consumers' field interests - each column name resolved to   00016102
016103* its entry in WS-COLUMN-NAMES once, here. A name the decode does 00016103
016104* not know is reported and ignored, never silently filtering.     00016104
016105*================================================================ 00016105
016106 150-LOAD-INTERESTS.                                              00016106
016107     EXEC SQL                                                     00016107
016108       OPEN INTR-CSR                                              00016108
016109     END-EXEC                                                     00016109
016110     IF SQLCODE NOT = 0                                           00016110
016111       SET SQL-ERROR-DETECTED TO TRUE                             00016111
016112       DISPLAY 'YYYB0260 - ERROR OPENING INTR-CSR, SQLCODE='      00016112
016113               SQLCODE                                            00016113
016114     ELSE                                                         00016114
016115       PERFORM 160-FETCH-NEXT-INTEREST                            00016115
016116       PERFORM UNTIL SQLCODE NOT = 0                              00016116
016117         PERFORM VARYING I FROM 1 BY 1                            00016117
016118         UNTIL I > K-NUM-COLUMNS                                  00016118
016119            OR WS-COL-NAME (I) = MD-EI-FIELD-NM OF DDDTEI01       00016119
016120           CONTINUE                                               00016120
016121         END-PERFORM                                              00016121
016122         EVALUATE TRUE                                            00016122
016123           WHEN I > K-NUM-COLUMNS                                 00016123
016124             DISPLAY 'YYYB0260 - UNKNOWN INTEREST FIELD '         00016124
016125                     MD-EI-FIELD-NM OF DDDTEI01 ' FOR '           00016125
016126                     MD-EI-CONSUMER-ID OF DDDTEI01 ' - IGNORED'   00016126
016127           WHEN WS-NUM-INTR < 2000                                00016127
016128             ADD 1 TO WS-NUM-INTR                                 00016128
016129             MOVE MD-EI-CONSUMER-ID OF DDDTEI01                   00016129
016130               TO WS-INTR-CONSUMER-ID (WS-NUM-INTR)               00016130
016131             MOVE MD-EI-TRX-CD OF DDDTEI01                        00016131
016132               TO WS-INTR-TRX-CD (WS-NUM-INTR)                    00016132
016133             MOVE I TO WS-INTR-COL (WS-NUM-INTR)                  00016133
016134           WHEN OTHER                                             00016134
016135             DISPLAY 'YYYB0260 - INTEREST TABLE FULL, '           00016135
016136                     MD-EI-CONSUMER-ID OF DDDTEI01 ' '            00016136
016137                     MD-EI-FIELD-NM OF DDDTEI01 ' IGNORED'        00016137
016138         END-EVALUATE                                             00016138
016139         PERFORM 160-FETCH-NEXT-INTEREST                          00016139
016140       END-PERFORM                                                00016140
016141       EXEC SQL                                                   00016141
016142         CLOSE INTR-CSR                                           00016142
016143       END-EXEC                                                   00016143
016144       MOVE 0 TO SQLCODE                                          00016144
016145     END-IF                                                       00016145
016146     .                                                            00016146
016147                                                                  00016147
016148 160-FETCH-NEXT-INTEREST.                                         00016148
016149     EXEC SQL                                                     00016149
016150       FETCH INTR-CSR                                             00016150
016151         INTO :DDDTEI01.MD-EI-CONSUMER-ID,                        00016151
016152              :DDDTEI01.MD-EI-TRX-CD,                             00016152
016153              :DDDTEI01.MD-EI-FIELD-NM                            00016153
016154     END-EXEC                                                     00016154
016155     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00016155
016156       SET SQL-ERROR-DETECTED TO TRUE                             00016156
016157       DISPLAY 'YYYB0260 - ERROR FETCHING INTR-CSR, SQLCODE='     00016157
016158               SQLCODE                                            00016158
016159     END-IF                                                       00016159
016160     .                                                            00016160
0161A0                                                                  000161A0
0161A1*================================================================ 000161A1
0161A2* Snapshots first - the unsent rows of every run MMMB2502 has     000161A2
0161A3* released, each sent to its one consumer in build order and      000161A3
0161A4* flagged as a snapshot event. A send that cannot reach even      000161A4
0161A5* the dead-letter table stops that consumer's snapshot for the    000161A5
0161A6* cycle, so nothing goes out of order. A run with nothing left    000161A6
0161A7* unsent is complete, and its consumer's held live events go      000161A7
0161A8* out with the pairs that follow.                                 000161A8
0161A9*================================================================ 000161A9
0161B0 170-DELIVER-SNAPSHOTS.                                           000161B0
0161B1     EXEC SQL                                                     000161B1
0161B2       OPEN SNAP-CSR                                              000161B2
0161B3     END-EXEC                                                     000161B3
0161B4     IF SQLCODE NOT = 0                                           000161B4
0161B5       SET SQL-ERROR-DETECTED TO TRUE                             000161B5
0161B6       DISPLAY 'YYYB0260 - ERROR OPENING SNAP-CSR, SQLCODE='      000161B6
0161B7               SQLCODE                                            000161B7
0161B8     ELSE                                                         000161B8
0161B9       PERFORM 175-FETCH-NEXT-SNAP-ROW                            000161B9
0161C0       PERFORM UNTIL SQLCODE NOT = 0 OR SQL-ERROR-DETECTED        000161C0
0161C1         IF MD-SN-CONSUMER-ID OF DDDTSN01                         000161C1
0161C2                                  NOT = WS-SNAP-PREV-CONSUMER     000161C2
0161C3           PERFORM 190-BREAK-THE-SNAPSHOT                         000161C3
0161C4         END-IF                                                   000161C4
0161C5         IF MD-SN-CONSUMER-ID OF DDDTSN01                         000161C5
0161C6                                  NOT = WS-SNAP-STOP-CONSUMER     000161C6
0161C7           PERFORM 180-SEND-ONE-SNAP-ROW                          000161C7
0161C8         END-IF                                                   000161C8
0161C9         PERFORM 175-FETCH-NEXT-SNAP-ROW                          000161C9
0161D0       END-PERFORM                                                000161D0
0161D1       PERFORM 190-BREAK-THE-SNAPSHOT                             000161D1
0161D2       IF SQL-NO-ERROR                                            000161D2
0161D3         EXEC SQL                                                 000161D3
0161D4           CLOSE SNAP-CSR                                         000161D4
0161D5         END-EXEC                                                 000161D5
0161D6         MOVE 0 TO SQLCODE                                        000161D6
0161D7         PERFORM 195-COMPLETE-THE-RUNS                            000161D7
0161D8       END-IF                                                     000161D8
0161D9     END-IF                                                       000161D9
0161E0     .                                                            000161E0
0161E1                                                                  000161E1
0161E2 175-FETCH-NEXT-SNAP-ROW.                                         000161E2
0161E3     EXEC SQL                                                     000161E3
0161E4       FETCH SNAP-CSR                                             000161E4
0161E5         INTO :DDDTSN01.MD-SN-CONSUMER-ID,                        000161E5
0161E6              :DDDTSN01.MD-SN-SNAP-TS,                            000161E6
0161E7              :DDDTSN01.MD-SN-SEQ-NBR,                            000161E7
0161E8              :DDDTSN01.MD-SN-TRX-CD,                             000161E8
0161E9              :DDDTSN01.MD-SN-MSG-DATA                            000161E9
0161F0     END-EXEC                                                     000161F0
0161F1     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     000161F1
0161F2       SET SQL-ERROR-DETECTED TO TRUE                             000161F2
0161F3       DISPLAY 'YYYB0260 - ERROR FETCHING SNAP-CSR, SQLCODE='     000161F3
0161F4               SQLCODE                                            000161F4
0161F5     END-IF                                                       000161F5
0161F6     .                                                            000161F6
0161F7                                                                  000161F7
0161F8 180-SEND-ONE-SNAP-ROW.                                           000161F8
0161F9     INITIALIZE XXXN001A                                          000161F9
0161G0     INITIALIZE YYYC0209                                          000161G0
0161G1     MOVE MD-SN-TRX-CD   OF DDDTSN01 TO YYYC0209-TRX-ID           000161G1
0161G2     MOVE MD-SN-MSG-DATA OF DDDTSN01 TO YYYC0209-MSG-DATA         000161G2
0161G3     MOVE MD-SN-CONSUMER-ID OF DDDTSN01                           000161G3
0161G4       TO YYYC0209-CONSUMER-ID                                    000161G4
0161G5     SET  YYYC0209-SNAPSHOT-EVENT TO TRUE                         000161G5
0161G6     CALL Z-MQC-SEND-RETRY USING                                  000161G6
0161G7         XXXN001A                                                 000161G7
0161G8         YYYC0209                                                 000161G8
0161G9                                                                  000161G9
0161H0     EVALUATE TRUE                                                000161H0
0161H1       WHEN SUCCESS                                               000161H1
0161H2         ADD 1 TO WS-SNAP-SENT-COUNT                              000161H2
0161H3         ADD 1 TO WS-SNAP-CONS-SENT                               000161H3
0161H4         MOVE 'S' TO MD-SN-STAT-CD OF DDDTSN01                    000161H4
0161H5         PERFORM 185-RECORD-SNAP-STATE                            000161H5
0161H6       WHEN YYYC0209-DEAD-LETTERED                                000161H6
0161H7         ADD 1 TO WS-SNAP-DEAD-COUNT                              000161H7
0161H8         ADD 1 TO WS-SNAP-CONS-DEAD                               000161H8
0161H9         MOVE 'D' TO MD-SN-STAT-CD OF DDDTSN01                    000161H9
0161I0         PERFORM 185-RECORD-SNAP-STATE                            000161I0
0161I1       WHEN OTHER                                                 000161I1
0161I2*       Could not even reach the dead-letter table - the rest of  000161I2
0161I3*       this consumer's snapshot waits for the next cycle.        000161I3
0161I4         MOVE MD-SN-CONSUMER-ID OF DDDTSN01                       000161I4
0161I5           TO WS-SNAP-STOP-CONSUMER                               000161I5
0161I6         MOVE '  STOPPED - RESUMES NEXT CYCLE' TO WS-SC-NOTE      000161I6
0161I7     END-EVALUATE                                                 000161I7
0161I8     .                                                            000161I8
0161I9                                                                  000161I9
0161J0 185-RECORD-SNAP-STATE.                                           000161J0
0161J1     MOVE YYYC0209-RETRY-CNT                                      000161J1
0161J2       TO MD-SN-RETRY-CNT OF DDDTSN01                             000161J2
0161J3     EXEC SQL                                                     000161J3
0161J4       UPDATE FC_XXXAIL_EVENT_SNAP                                000161J4
0161J5          SET SN_STAT_CD     = :DDDTSN01.MD-SN-STAT-CD,           000161J5
0161J6              SN_SEND_TS     = CURRENT TIMESTAMP,                 000161J6
0161J7              SN_RETRY_CNT   = :DDDTSN01.MD-SN-RETRY-CNT          000161J7
0161J8        WHERE SN_CONSUMER_ID = :DDDTSN01.MD-SN-CONSUMER-ID        000161J8
0161J9          AND SN_SNAP_TS     = :DDDTSN01.MD-SN-SNAP-TS            000161J9
0161K0          AND SN_SEQ_NBR     = :DDDTSN01.MD-SN-SEQ-NBR            000161K0
0161K1     END-EXEC                                                     000161K1
0161K2     IF SQLCODE NOT = 0                                           000161K2
0161K3       SET SQL-ERROR-DETECTED TO TRUE                             000161K3
0161K4       DISPLAY 'YYYB0260 - ERROR WRITING SNAPSHOT STATE, SQLCODE='000161K4
0161K5               SQLCODE                                            000161K5
0161K6     END-IF                                                       000161K6
0161K7     .                                                            000161K7
0161K8                                                                  000161K8
0161K9 190-BREAK-THE-SNAPSHOT.                                          000161K9
0161L0     IF WS-SNAP-PREV-CONSUMER NOT = LOW-VALUES                    000161L0
0161L1       MOVE WS-SNAP-CONS-SENT TO WS-SC-SENT                       000161L1
0161L2       MOVE WS-SNAP-CONS-DEAD TO WS-SC-DEAD                       000161L2
0161L3       WRITE RPT-LINE FROM WS-SNAP-CONS-LINE                      000161L3
0161L4     END-IF                                                       000161L4
0161L5     IF SQLCODE = 0                                               000161L5
0161L6       MOVE MD-SN-CONSUMER-ID OF DDDTSN01 TO WS-SNAP-PREV-CONSUMER000161L6
0161L7                                             WS-SC-CONSUMER-ID    000161L7
0161L8       MOVE 0 TO WS-SNAP-CONS-SENT WS-SNAP-CONS-DEAD              000161L8
0161L9       MOVE SPACES TO WS-SC-NOTE                                  000161L9
0161M0     END-IF                                                       000161M0
0161M1     .                                                            000161M1
0161M2                                                                  000161M2
0161M3 195-COMPLETE-THE-RUNS.                                           000161M3
0161M4     EXEC SQL                                                     000161M4
0161M5       UPDATE FC_XXXAIL_SNAP_RUN R                                000161M5
0161M6          SET SR_STAT_CD = 'C',                                   000161M6
0161M7              SR_DONE_TS = CURRENT TIMESTAMP                      000161M7
0161M8        WHERE R.SR_STAT_CD = 'R'                                  000161M8
0161M9          AND NOT EXISTS                                          000161M9
0161N0              ( SELECT 1                                          000161N0
0161N1                  FROM FC_XXXAIL_EVENT_SNAP N                     000161N1
0161N2                 WHERE N.SN_CONSUMER_ID = R.SR_CONSUMER_ID        000161N2
0161N3                   AND N.SN_SNAP_TS     = R.SR_SNAP_TS            000161N3
0161N4                   AND N.SN_STAT_CD     = ' ' )                   000161N4
0161N5     END-EXEC                                                     000161N5
0161N6     EVALUATE TRUE                                                000161N6
0161N7       WHEN SQLCODE = 0                                           000161N7
0161N8         MOVE SQLERRD (3) TO WS-SNAP-RUNS-DONE                    000161N8
0161N9       WHEN SQLCODE = 100                                         000161N9
0161O0         MOVE 0 TO SQLCODE                                        000161O0
0161O1       WHEN OTHER                                                 000161O1
0161O2         SET SQL-ERROR-DETECTED TO TRUE                           000161O2
0161O3         DISPLAY 'YYYB0260 - ERROR COMPLETING SNAPSHOT RUNS, '    000161O3
0161O4                 'SQLCODE=' SQLCODE                               000161O4
0161O5     END-EVALUATE                                                 000161O5
0161O6     .                                                            000161O6
016161                                                                  00016161
016200 120-FETCH-NEXT-PAIR.                                             00016200
016300     EXEC SQL                                                     00016300
016400       FETCH FANOUT-CSR                                           00016400
016500         INTO :DDDTEC01.MD-EC-CONSUMER-ID,                        00016500
016600              :DDDTEL01.MD-TRX-CD, :DDDTEL01.MD-EFF-TS,           00016600
016700              :DDDTEL01.MD-MSG-DATA,                              00016700
016750              :DDDTEL01.MD-CALLING-PROG,                          00016750
0167A0              :DDDTEC01.MD-EC-BATCH-SW,                           000167A0
0167A1              :WS-PAIR-BULK-SW                                    000167A1
016800     END-EXEC                                                     00016800
016900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00016900
017000       SET SQL-ERROR-DETECTED TO TRUE                             00017000
018300       IF MD-EC-CONSUMER-ID OF DDDTEC01 NOT = WS-PREV-CONSUMER    00018300
018400         PERFORM 250-BREAK-THE-CONSUMER                           00018400
018500       END-IF                                                     00018500
018600       PERFORM 290-ROUTE-ONE-PAIR                                 00018600
018700       PERFORM 120-FETCH-NEXT-PAIR                                00018700
018800     END-PERFORM                                                  00018800
018900     PERFORM 250-BREAK-THE-CONSUMER                               00018900
020000     IF WS-PREV-CONSUMER NOT = LOW-VALUES                         00020000
020100       MOVE WS-CONS-SENT-CNT TO WS-CT-SENT                        00020100
020200       MOVE WS-CONS-DEAD-CNT TO WS-CT-DEAD                        00020200
020250       MOVE WS-CONS-FILT-CNT TO WS-CT-FILT                        00020250
0202A0       MOVE WS-CONS-BTCH-CNT  TO WS-CT-BTCH                       000202A0
0202A1       MOVE WS-CONS-DEFER-CNT TO WS-CT-DEFER                      000202A1
020300       WRITE RPT-LINE FROM WS-CONS-TOT-LINE                       00020300
020400     END-IF                                                       00020400
020500     IF SQLCODE = 0                                               00020500
020600       MOVE MD-EC-CONSUMER-ID OF DDDTEC01 TO WS-PREV-CONSUMER     00020600
020700                                             WS-CONS-HDG-ID       00020700
020800       MOVE 0 TO WS-CONS-SENT-CNT WS-CONS-DEAD-CNT                00020800
020850       MOVE 0 TO WS-CONS-FILT-CNT                                 00020850
0208A0       MOVE 0 TO WS-CONS-BTCH-CNT WS-CONS-DEFER-CNT               000208A0
0208A1                 WS-CONS-PACE-CNT                                 000208A1
020900       WRITE RPT-LINE FROM SPACES                                 00020900
021000       WRITE RPT-LINE FROM WS-CONS-HDG-LINE                       00021000
021100     END-IF                                                       00021100
021200     .                                                            00021200
0212A0                                                                  000212A0
0212A1*================================================================ 000212A1
0212A2* Bulk-run singles: covered by their batch for a consumer that    000212A2
0212A3* takes batches, paced for the rest. A consumer at its pace       000212A3
0212A4* limit has the rest of its pairs wait for the next cycle, so     000212A4
0212A5* nothing it hears goes out of order.                             000212A5
0212A6*================================================================ 000212A6
0212A7 290-ROUTE-ONE-PAIR.                                              000212A7
0212A8     EVALUATE TRUE                                                000212A8
0212A9       WHEN PAIR-IN-BATCH AND EC-TAKES-BATCHES                    000212A9
0212B0         INITIALIZE YYYC0209                                      000212B0
0212B1         ADD 1 TO WS-BATCHED-COUNT                                000212B1
0212B2         ADD 1 TO WS-CONS-BTCH-CNT                                000212B2
0212B3         MOVE 'B' TO MD-SD-STAT-CD OF DDDTSD01                    000212B3
0212B4         PERFORM 350-RECORD-SEND-STATE                            000212B4
0212B5       WHEN WS-CONS-PACE-CNT NOT < WS-BULK-PACE                   000212B5
0212B6         ADD 1 TO WS-DEFER-COUNT                                  000212B6
0212B7         ADD 1 TO WS-CONS-DEFER-CNT                               000212B7
0212B8       WHEN OTHER                                                 000212B8
0212B9         PERFORM 300-DELIVER-ONE-PAIR                             000212B9
0212C0         IF NOT PAIR-IS-SINGLE                                    000212C0
0212C1           ADD 1 TO WS-CONS-PACE-CNT                              000212C1
0212C2         END-IF                                                   000212C2
0212C3     END-EVALUATE                                                 000212C3
0212C4     .                                                            000212C4
021300                                                                  00021300
021400*================================================================ 00021400
021500* Send one event to one consumer's queue through the YYYS0209     00021500
022200     MOVE MD-MSG-DATA OF DDDTEL01 TO YYYC0209-MSG-DATA            00022200
022300     MOVE MD-EC-CONSUMER-ID OF DDDTEC01                           00022300
022400       TO YYYC0209-CONSUMER-ID                                    00022400
022406                                                                  00022406
022412* A consumer's field interests can spare it the send - the pair   00022412
022418* is then marked filtered, the same way a send is recorded.       00022418
022424     PERFORM 400-CHECK-INTERESTS                                  00022424
022430     IF PAIR-FILTERED                                             00022430
022436       ADD 1 TO WS-FILT-COUNT                                     00022436
022442       ADD 1 TO WS-CONS-FILT-CNT                                  00022442
022448       MOVE 'F' TO MD-SD-STAT-CD OF DDDTSD01                      00022448
022454       PERFORM 350-RECORD-SEND-STATE                              00022454
022460     ELSE                                                         00022460
022466       PERFORM 310-SEND-ONE-PAIR                                  00022466
022472     END-IF                                                       00022472
022478     .                                                            00022478
022484                                                                  00022484
022490 310-SEND-ONE-PAIR.                                               00022490
022600     CALL Z-MQC-SEND-RETRY USING                                  00022600
022700         XXXN001A                                                 00022700
022800         YYYC0209                                                 00022800
028500     MOVE WS-PAIR-COUNT TO WS-SUM-PAIRS                           00028500
028600     MOVE WS-SENT-COUNT TO WS-SUM-SENT                            00028600
028700     MOVE WS-DEAD-COUNT TO WS-SUM-DEAD                            00028700
028750     MOVE WS-FILT-COUNT TO WS-SUM-FILT                            00028750
028800     WRITE RPT-LINE FROM SPACES                                   00028800
028900     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00028900
0289A0     MOVE WS-SNAP-SENT-COUNT TO WS-SS-SENT                        000289A0
0289A1     MOVE WS-SNAP-DEAD-COUNT TO WS-SS-DEAD                        000289A1
0289A2     MOVE WS-SNAP-RUNS-DONE  TO WS-SS-DONE                        000289A2
0289A3     WRITE RPT-LINE FROM WS-SNAP-SUM-LINE                         000289A3
0289B0     MOVE WS-BATCH-SENT-COUNT TO WS-BS-SENT                       000289B0
0289B1     MOVE WS-BATCH-DEAD-COUNT TO WS-BS-DEAD                       000289B1
0289B2     MOVE WS-BATCHED-COUNT    TO WS-BS-BATCHED                    000289B2
0289B3     MOVE WS-DEFER-COUNT      TO WS-BS-DEFER                      000289B3
0289B4     WRITE RPT-LINE FROM WS-BULK-SUM-LINE                         000289B4
029000     CLOSE FANOUT-RPT                                             00029000
029100     .                                                            00029100
029200                                                                  00029200
029400*================================================================ 00029400
029500* Field-interest filter. Only an NNNS0488 store event can be      00029500
029600* judged - its history row carries the before and after images.   00029600
029700* The pair is filtered when the consumer registered columns for   00029700
029800* the TRX-CD and none of them changed; anything that cannot be    00029800
029900* judged is delivered.                                            00029900
030000*================================================================ 00030000
030100 400-CHECK-INTERESTS.                                             00030100
030200     SET PAIR-WANTED TO TRUE                                      00030200
030300     MOVE 0 TO WS-INTR-HITS                                       00030300
030400               WS-INTR-CHANGED                                    00030400
030500     PERFORM VARYING WS-INTR-IDX FROM 1 BY 1                      00030500
030600     UNTIL WS-INTR-IDX > WS-NUM-INTR                              00030600
030700       IF  WS-INTR-CONSUMER-ID (WS-INTR-IDX)                      00030700
030800                                 = MD-EC-CONSUMER-ID OF DDDTEC01  00030800
030900       AND WS-INTR-TRX-CD (WS-INTR-IDX) = MD-TRX-CD OF DDDTEL01   00030900
031000         ADD 1 TO WS-INTR-HITS                                    00031000
031100       END-IF                                                     00031100
031200     END-PERFORM                                                  00031200
031300                                                                  00031300
031400     IF  WS-INTR-HITS > 0                                         00031400
031500     AND MD-CALLING-PROG OF DDDTEL01 = 'NNNS0488'                 00031500
031600     AND ( MD-TRX-CD OF DDDTEL01 = 'CUST'                         00031600
031700        OR MD-TRX-CD OF DDDTEL01 = 'STRM' )                       00031700
031800       PERFORM 420-GET-EVENT-IMAGES                               00031800
031900       IF IMAGES-FOUND                                            00031900
032000         PERFORM VARYING WS-INTR-IDX FROM 1 BY 1                  00032000
032100         UNTIL WS-INTR-IDX > WS-NUM-INTR                          00032100
032200           IF  WS-INTR-CONSUMER-ID (WS-INTR-IDX)                  00032200
032300                                 = MD-EC-CONSUMER-ID OF DDDTEC01  00032300
032400           AND WS-INTR-TRX-CD (WS-INTR-IDX)                       00032400
032500                                 = MD-TRX-CD OF DDDTEL01          00032500
032600           AND WS-OLD-VAL (WS-INTR-COL (WS-INTR-IDX))             00032600
032700                   NOT = WS-NEW-VAL (WS-INTR-COL (WS-INTR-IDX))   00032700
032800             ADD 1 TO WS-INTR-CHANGED                             00032800
032900           END-IF                                                 00032900
033000         END-PERFORM                                              00033000
033100         IF WS-INTR-CHANGED = 0                                   00033100
033200           SET PAIR-FILTERED TO TRUE                              00033200
033300         END-IF                                                   00033300
033400       END-IF                                                     00033400
033500     END-IF                                                       00033500
033600     .                                                            00033600
033700                                                                  00033700
033800*================================================================ 00033800
033900* The before/after images of the change an event announced: the   00033900
034000* store's latest history row at or just before the event. The     00034000
034100* CUST payload (ZZZC0032) carries the store number in its first   00034100
034200* five bytes, the STRM payload (ZZZC0094) the binary location     00034200
034300* number right behind TRX-CD. An add has no before-image to       00034300
034400* compare against.                                                00034400
034500*================================================================ 00034500
034600 420-GET-EVENT-IMAGES.                                            00034600
034700     IF MD-TRX-CD OF DDDTEL01 NOT = WS-DECODED-TRX-CD             00034700
034800     OR MD-EFF-TS OF DDDTEL01 NOT = WS-DECODED-EFF-TS             00034800
034900       MOVE MD-TRX-CD OF DDDTEL01 TO WS-DECODED-TRX-CD            00034900
035000       MOVE MD-EFF-TS OF DDDTEL01 TO WS-DECODED-EFF-TS            00035000
035100       SET NO-IMAGES TO TRUE                                      00035100
035200       MOVE 0 TO WS-EVT-LOC-NBR                                   00035200
035300       IF MD-TRX-CD OF DDDTEL01 = 'CUST'                          00035300
035400         MOVE MD-MSG-DATA OF DDDTEL01 (1 : 5) TO WS-CUST-STORE-X  00035400
035500         IF WS-CUST-STORE-N IS NUMERIC                            00035500
035600           MOVE WS-CUST-STORE-N TO WS-EVT-LOC-NBR                 00035600
035700         END-IF                                                   00035700
035800       ELSE                                                       00035800
035900         MOVE MD-MSG-DATA OF DDDTEL01 (5 : 4) TO WS-BIN-LOC-X     00035900
036000         MOVE WS-BIN-LOC-NBR TO WS-EVT-LOC-NBR                    00036000
036100       END-IF                                                     00036100
036200                                                                  00036200
036300       IF WS-EVT-LOC-NBR > 0                                      00036300
036400         EXEC SQL                                                 00036400
036500           SELECT RH_BEFORE_IMAGE, RH_AFTER_IMAGE                 00036500
036600             INTO :RH-BEFORE-IMAGE, :RH-AFTER-IMAGE               00036600
036700             FROM FC_XXXAIL_STORES_HIST                           00036700
036800            WHERE RH_LOC_NBR = :WS-EVT-LOC-NBR                    00036800
036900              AND RH_EFF_TS <= TIMESTAMP(:DDDTEL01.MD-EFF-TS)     00036900
037000              AND RH_EFF_TS >= TIMESTAMP(:DDDTEL01.MD-EFF-TS)     00037000
037100                               - 5 MINUTES                        00037100
037200            ORDER BY RH_EFF_TS DESC                               00037200
037300            FETCH FIRST 1 ROWS ONLY                               00037300
037400         END-EXEC                                                 00037400
037500         EVALUATE TRUE                                            00037500
037600           WHEN SQLCODE = 0                                       00037600
037700             IF RH-BEFORE-IMAGE-TXT NOT = SPACES                  00037700
037800               MOVE RH-BEFORE-IMAGE-TXT TO MMMC0174-IMAGE         00037800
037900               PERFORM 460-DECODE-IMAGE                           00037900
038000               PERFORM 500-CAPTURE-COLUMN-VALUES                  00038000
038100               MOVE WS-CAPTURE-VALS TO WS-OLD-VALS                00038100
038200               MOVE RH-AFTER-IMAGE-TXT TO MMMC0174-IMAGE          00038200
038300               PERFORM 460-DECODE-IMAGE                           00038300
038400               PERFORM 500-CAPTURE-COLUMN-VALUES                  00038400
038500               MOVE WS-CAPTURE-VALS TO WS-NEW-VALS                00038500
038600               SET IMAGES-FOUND TO TRUE                           00038600
038700             END-IF                                               00038700
038800           WHEN SQLCODE = 100                                     00038800
038900             MOVE 0 TO SQLCODE                                    00038900
039000           WHEN OTHER                                             00039000
039100             SET SQL-ERROR-DETECTED TO TRUE                       00039100
039200             DISPLAY 'YYYB0260 - ERROR READING HISTORY, SQLCODE=' 00039200
039300                     SQLCODE                                      00039300
039400         END-EVALUATE                                             00039400
039500       END-IF                                                     00039500
039600     END-IF                                                       00039600
039700     .                                                            00039700
039800                                                                  00039800
039900*================================================================ 00039900
040000* The history images are raw DCLXXXAIL-LOC records - MMMS0174     00040000
040100* lays them over the right layout and maps the fields into        00040100
040200* DCLFC-XXXAIL-STORES for the column capture.                     00040200
040300*================================================================ 00040300
040400 460-DECODE-IMAGE.                                                00040400
040500     CALL MMMS0174-IMG-DECODER USING                              00040500
040600         XXXN001A                                                 00040600
040700         MMMC0174                                                 00040700
040800         DCLFC-XXXAIL-STORES                                      00040800
040900     .                                                            00040900
041000                                                                  00041000
041100*================================================================ 00041100
041200* Capture every column of the DCLFC-XXXAIL-STORES record now in   00041200
041300* storage as a displayable value, one table entry per column,     00041300
041400* in the same order as the WS-COLUMN-NAMES table...               00041400
041500*================================================================ 00041500
041600 500-CAPTURE-COLUMN-VALUES.                                       00041600
041700     MOVE SPACES TO WS-CAPTURE-VALS                               00041700
041800     MOVE FC-STORE-NO          TO WS-ED-NUM                       00041800
041900     MOVE WS-ED-NUM            TO WS-CAP-VAL (1)                  00041900
042000     MOVE FC-RL-STORE-NM       TO WS-CAP-VAL (2)                  00042000
042100     MOVE FC-RL-STORE-CD       TO WS-CAP-VAL (3)                  00042100
042200     MOVE FC-RL-STORE-DIR-NM   TO WS-CAP-VAL (4)                  00042200
042300     MOVE FC-RL-STORE-LOC-NM   TO WS-CAP-VAL (5)                  00042300
042400     MOVE FC-RL-OPENING-DT     TO WS-CAP-VAL (6)                  00042400
042500     MOVE FC-RL-CLOSING-DT     TO WS-CAP-VAL (7)                  00042500
042600     MOVE FC-RL-REMODEL-DT     TO WS-CAP-VAL (8)                  00042600
042700     MOVE FC-RL-DELETED-DT     TO WS-CAP-VAL (9)                  00042700
042800     MOVE FC-RL-DISTRICT-NO    TO WS-ED-NUM                       00042800
042900     MOVE WS-ED-NUM            TO WS-CAP-VAL (10)                 00042900
043000     MOVE FC-RL-MARKET-AR-NO   TO WS-ED-NUM                       00043000
043100     MOVE WS-ED-NUM            TO WS-CAP-VAL (11)                 00043100
043200     MOVE FC-RL-PAYROL-AR-NO   TO WS-ED-NUM                       00043200
043300     MOVE WS-ED-NUM            TO WS-CAP-VAL (12)                 00043300
043400     MOVE FC-RL-PAY-GROUP-NO   TO WS-ED-NUM                       00043400
043500     MOVE WS-ED-NUM            TO WS-CAP-VAL (13)                 00043500
043600     MOVE FC-RL-COMPANY-NO     TO WS-ED-NUM                       00043600
043700     MOVE WS-ED-NUM            TO WS-CAP-VAL (14)                 00043700
043800     MOVE FC-RL-GEO-ZONE-CD    TO WS-CAP-VAL (15)                 00043800
043900     MOVE FC-RL-GEO-ZONE-NO    TO WS-ED-NUM                       00043900
044000     MOVE WS-ED-NUM            TO WS-CAP-VAL (16)                 00044000
044100     MOVE FC-RL-SCAN-MAIN-CD   TO WS-CAP-VAL (17)                 00044100
044200     MOVE FC-RL-FRONT-END-CD   TO WS-CAP-VAL (18)                 00044200
044300     MOVE FC-RL-PRICE-BUL-CD   TO WS-CAP-VAL (19)                 00044300
044400     MOVE FC-RL-UPC-ON-PB-CD   TO WS-CAP-VAL (20)                 00044400
044500     MOVE FC-RL-COMPETITR-CD   TO WS-ED-NUM                       00044500
044600     MOVE WS-ED-NUM            TO WS-CAP-VAL (21)                 00044600
044700     MOVE FC-RL-ASSOC-STR-NO   TO WS-ED-NUM                       00044700
044800     MOVE WS-ED-NUM            TO WS-CAP-VAL (22)                 00044800
044900     MOVE FC-RL-RPRT-SEQ-NO    TO WS-CAP-VAL (23)                 00044900
045000     MOVE FC-RL-SORT-SOS-NO    TO WS-CAP-VAL (24)                 00045000
045100     MOVE FC-RL-VID-PRZN-NO    TO WS-ED-NUM                       00045100
045200     MOVE WS-ED-NUM            TO WS-CAP-VAL (25)                 00045200
045300     MOVE FC-RL-CITY-ID-CD     TO WS-ED-NUM                       00045300
045400     MOVE WS-ED-NUM            TO WS-CAP-VAL (26)                 00045400
045500     MOVE FC-RL-ADZONE-ABB     TO WS-CAP-VAL (27)                 00045500
045600     MOVE FC-RL-ADZONE-DES     TO WS-CAP-VAL (28)                 00045600
045700     MOVE FC-RL-UNLOAD-SW      TO WS-CAP-VAL (29)                 00045700
045800     MOVE FN-ROLLUP-REPT-CD OF DCLFC-XXXAIL-STORES                00045800
045900                               TO WS-CAP-VAL (30)                 00045900
046000     MOVE FC-RL-STATUS-CD      TO WS-CAP-VAL (31)                 00046000
046100     MOVE FC-RL-NEW-STORE-CD   TO WS-CAP-VAL (32)                 00046100
046200     MOVE FC-RL-TYPE-CD        TO WS-ED-NUM                       00046200
046300     MOVE WS-ED-NUM            TO WS-CAP-VAL (33)                 00046300
046400     MOVE FC-RL-GROUP-CD       TO WS-CAP-VAL (34)                 00046400
046500     MOVE FC-RL-SELECTCIR-CD   TO WS-CAP-VAL (35)                 00046500
046600     MOVE FC-RL-AREA-CODE-NO   TO WS-ED-NUM                       00046600
046700     MOVE WS-ED-NUM            TO WS-CAP-VAL (36)                 00046700
046800     MOVE FC-RL-TELEPHONE-NO   TO WS-ED-NUM                       00046800
046900     MOVE WS-ED-NUM            TO WS-CAP-VAL (37)                 00046900
047000     MOVE FC-RL-STORE-ABB      TO WS-CAP-VAL (38)                 00047000
047100     MOVE FC-RL-BCKRM-FT-QTY   TO WS-ED-NUM                       00047100
047200     MOVE WS-ED-NUM            TO WS-CAP-VAL (39)                 00047200
047300     MOVE FC-RL-LFT-FOOD-QTY   TO WS-ED-NUM                       00047300
047400     MOVE WS-ED-NUM            TO WS-CAP-VAL (40)                 00047400
047500     MOVE FC-RL-LFT-NONF-QTY   TO WS-ED-NUM                       00047500
047600     MOVE WS-ED-NUM            TO WS-CAP-VAL (41)                 00047600
047700     MOVE FC-RL-SETOFF-CD      TO WS-CAP-VAL (42)                 00047700
047800     MOVE FC-RL-CL12-ZONE-NO   TO WS-ED-NUM                       00047800
047900     MOVE WS-ED-NUM            TO WS-CAP-VAL (43)                 00047900
048000     MOVE FC-RL-CL12-ADZN-NO   TO WS-ED-NUM                       00048000
048100     MOVE WS-ED-NUM            TO WS-CAP-VAL (44)                 00048100
048200     MOVE FC-RL-CL13-ZONE-NO   TO WS-ED-NUM                       00048200
048300     MOVE WS-ED-NUM            TO WS-CAP-VAL (45)                 00048300
048400     MOVE FC-RL-CL13-ADZN-NO   TO WS-ED-NUM                       00048400
048500     MOVE WS-ED-NUM            TO WS-CAP-VAL (46)                 00048500
048600     MOVE FC-RL-CL14-ZONE-NO   TO WS-ED-NUM                       00048600
048700     MOVE WS-ED-NUM            TO WS-CAP-VAL (47)                 00048700
048800     MOVE FC-RL-CL14-ADZN-NO   TO WS-ED-NUM                       00048800
048900     MOVE WS-ED-NUM            TO WS-CAP-VAL (48)                 00048900
049000     MOVE FC-RL-CL36-ADZN-NO   TO WS-ED-NUM                       00049000
049100     MOVE WS-ED-NUM            TO WS-CAP-VAL (49)                 00049100
049200     MOVE FC-RL-CL37-ADZN-NO   TO WS-ED-NUM                       00049200
049300     MOVE WS-ED-NUM            TO WS-CAP-VAL (50)                 00049300
049400     MOVE FC-RL-STORE-DEA-NO   TO WS-CAP-VAL (51)                 00049400
049500     MOVE FC-RL-RETL-ZONE-NO   TO WS-ED-NUM                       00049500
049600     MOVE WS-ED-NUM            TO WS-CAP-VAL (52)                 00049600
049700     MOVE FC-RL-STOR2-LOC-NM   TO WS-CAP-VAL (53)                 00049700
049800     MOVE FC-CITY-ADR          TO WS-CAP-VAL (54)                 00049800
049900     MOVE FC-STATE-ADR         TO WS-CAP-VAL (55)                 00049900
050000     MOVE FC-ZIP-CODE5-ADR     TO WS-CAP-VAL (56)                 00050000
050100     MOVE FC-ZIP-CODE4-ADR     TO WS-CAP-VAL (57)                 00050100
050200     MOVE FC-RL-SOS-TYPE-CD    TO WS-CAP-VAL (58)                 00050200
050300     MOVE FC-RL-NOPROCESS-CD   TO WS-CAP-VAL (59)                 00050300
050400     MOVE FC-RL-SOSHDRTYP-CD   TO WS-ED-NUM                       00050400
050500     MOVE WS-ED-NUM            TO WS-CAP-VAL (60)                 00050500
050600     MOVE FC-RL-CAT-CLASS-TB   TO WS-CAP-VAL (61)                 00050600
050700     MOVE FC-RL-LATITUDE-K     TO WS-ED-NUM2                      00050700
050800     MOVE WS-ED-NUM2           TO WS-CAP-VAL (62)                 00050800
050900     MOVE FC-RL-LONGITUDE-K    TO WS-ED-NUM2                      00050900
051000     MOVE WS-ED-NUM2           TO WS-CAP-VAL (63)                 00051000
051100     MOVE FN-DIVISION-CD OF DCLFC-XXXAIL-STORES                   00051100
051200                               TO WS-ED-NUM                       00051200
051300     MOVE WS-ED-NUM            TO WS-CAP-VAL (64)                 00051300
051400     MOVE FN-LINE-OF-BUS-CD OF DCLFC-XXXAIL-STORES                00051400
051500                               TO WS-ED-NUM                       00051500
051600     MOVE WS-ED-NUM            TO WS-CAP-VAL (65)                 00051600
051700     MOVE FN-ROLLUP-REPT-01-NBR TO WS-ED-NUM                      00051700
051800     MOVE WS-ED-NUM            TO WS-CAP-VAL (66)                 00051800
051900     MOVE FN-ROLLUP-REPT-02-NBR TO WS-ED-NUM                      00051900
052000     MOVE WS-ED-NUM            TO WS-CAP-VAL (67)                 00052000
052100     MOVE FN-ROLLUP-REPT-03-NBR TO WS-ED-NUM                      00052100
052200     MOVE WS-ED-NUM            TO WS-CAP-VAL (68)                 00052200
052300     MOVE FN-ROLLUP-REPT-04-NBR TO WS-ED-NUM                      00052300
052400     MOVE WS-ED-NUM            TO WS-CAP-VAL (69)                 00052400
052500     MOVE FN-ROLLUP-REPT-05-NBR TO WS-ED-NUM                      00052500
052600     MOVE WS-ED-NUM            TO WS-CAP-VAL (70)                 00052600
052700     MOVE FN-ROLLUP-REPT-06-NBR TO WS-ED-NUM                      00052700
052800     MOVE WS-ED-NUM            TO WS-CAP-VAL (71)                 00052800
052900     MOVE FN-ROLLUP-REPT-07-NBR TO WS-ED-NUM                      00052900
053000     MOVE WS-ED-NUM            TO WS-CAP-VAL (72)                 00053000
053100     MOVE FN-ROLLUP-REPT-08-NBR TO WS-ED-NUM                      00053100
053200     MOVE WS-ED-NUM            TO WS-CAP-VAL (73)                 00053200
053300     MOVE FN-ROLLUP-REPT-09-NBR TO WS-ED-NUM                      00053300
053400     MOVE WS-ED-NUM            TO WS-CAP-VAL (74)                 00053400
053500     MOVE FN-ROLLUP-REPT-10-NBR TO WS-ED-NUM                      00053500
053600     MOVE WS-ED-NUM            TO WS-CAP-VAL (75)                 00053600
053700     .                                                            00053700
0537A0                                                                  000537A0
0537A1*================================================================ 000537A1
0537A2* Published batches to the consumers registered for them, one     000537A2
0537A3* send per batch/consumer pair through the same retry wrapper,    000537A3
0537A4* flagged as batch events. The outcome is recorded per consumer   000537A4
0537A5* on FC_XXXAIL_EVENT_SEND under the batch's own key.              000537A5
0537A6*================================================================ 000537A6
0537A7 600-DELIVER-BATCHES.                                             000537A7
0537A8     EXEC SQL                                                     000537A8
0537A9       OPEN BTCH-CSR                                              000537A9
0537B0     END-EXEC                                                     000537B0
0537B1     IF SQLCODE NOT = 0                                           000537B1
0537B2       SET SQL-ERROR-DETECTED TO TRUE                             000537B2
0537B3       DISPLAY 'YYYB0260 - ERROR OPENING BTCH-CSR, SQLCODE='      000537B3
0537B4               SQLCODE                                            000537B4
0537B5     ELSE                                                         000537B5
0537B6       PERFORM 610-FETCH-NEXT-BATCH                               000537B6
0537B7       PERFORM UNTIL SQLCODE NOT = 0 OR SQL-ERROR-DETECTED        000537B7
0537B8         PERFORM 620-SEND-ONE-BATCH                               000537B8
0537B9         PERFORM 610-FETCH-NEXT-BATCH                             000537B9
0537C0       END-PERFORM                                                000537C0
0537C1       IF SQL-NO-ERROR                                            000537C1
0537C2         EXEC SQL                                                 000537C2
0537C3           CLOSE BTCH-CSR                                         000537C3
0537C4         END-EXEC                                                 000537C4
0537C5         MOVE 0 TO SQLCODE                                        000537C5
0537C6       END-IF                                                     000537C6
0537C7     END-IF                                                       000537C7
0537C8     .                                                            000537C8
0537C9                                                                  000537C9
0537D0 610-FETCH-NEXT-BATCH.                                            000537D0
0537D1     EXEC SQL                                                     000537D1
0537D2       FETCH BTCH-CSR                                             000537D2
0537D3         INTO :DDDTEC01.MD-EC-CONSUMER-ID,                        000537D3
0537D4              :DDDTEL01.MD-TRX-CD, :DDDTEL01.MD-EFF-TS,           000537D4
0537D5              :DDDTEL01.MD-MSG-DATA                               000537D5
0537D6     END-EXEC                                                     000537D6
0537D7     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     000537D7
0537D8       SET SQL-ERROR-DETECTED TO TRUE                             000537D8
0537D9       DISPLAY 'YYYB0260 - ERROR FETCHING BTCH-CSR, SQLCODE='     000537D9
0537E0               SQLCODE                                            000537E0
0537E1     END-IF                                                       000537E1
0537E2     .                                                            000537E2
0537E3                                                                  000537E3
0537E4 620-SEND-ONE-BATCH.                                              000537E4
0537E5     INITIALIZE XXXN001A                                          000537E5
0537E6     INITIALIZE YYYC0209                                          000537E6
0537E7     MOVE MD-TRX-CD   OF DDDTEL01 TO YYYC0209-TRX-ID              000537E7
0537E8     MOVE MD-MSG-DATA OF DDDTEL01 TO YYYC0209-MSG-DATA            000537E8
0537E9     MOVE MD-EC-CONSUMER-ID OF DDDTEC01                           000537E9
0537F0       TO YYYC0209-CONSUMER-ID                                    000537F0
0537F1     SET  YYYC0209-BATCH-EVENT TO TRUE                            000537F1
0537F2     CALL Z-MQC-SEND-RETRY USING                                  000537F2
0537F3         XXXN001A                                                 000537F3
0537F4         YYYC0209                                                 000537F4
0537F5                                                                  000537F5
0537F6     EVALUATE TRUE                                                000537F6
0537F7       WHEN SUCCESS                                               000537F7
0537F8         ADD 1 TO WS-BATCH-SENT-COUNT                             000537F8
0537F9         MOVE 'S' TO MD-SD-STAT-CD OF DDDTSD01                    000537F9
0537G0         PERFORM 350-RECORD-SEND-STATE                            000537G0
0537G1       WHEN YYYC0209-DEAD-LETTERED                                000537G1
0537G2         ADD 1 TO WS-BATCH-DEAD-COUNT                             000537G2
0537G3         MOVE 'D' TO MD-SD-STAT-CD OF DDDTSD01                    000537G3
0537G4         PERFORM 350-RECORD-SEND-STATE                            000537G4
0537G5       WHEN OTHER                                                 000537G5
0537G6*       Could not even reach the dead-letter table - leave the    000537G6
0537G7*       batch unstated so the next cycle picks it up again.       000537G7
0537G8         ADD 1 TO WS-BATCH-DEAD-COUNT                             000537G8
0537G9     END-EVALUATE                                                 000537G9
0537H0     .                                                            000537H0
