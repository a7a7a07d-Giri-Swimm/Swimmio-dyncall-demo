006100         10 WS-EVENT-TRX            PIC X(4).                     00006100
006200         10 WS-COMPARE-DATA         PIC X(100).                   00006200
006300                                                                  00006300
0063A0                                                                  000063A0
0063A1*=================================================================000063A1
0063A2* Bulk-run hold. Between a batch job's begin and end calls        000063A2
0063A3* (ZZZC0197-BULK-FUNC), and while YYYB0260's fan-out is on,       000063A3
0063A4* each event logged is also held here under its TRX-CD and        000063A4
0063A5* published at the job's commit points as batched events          000063A5
0063A6* (ZZZC0198) of WS-BATCH-SIZE keys - run parameter BATCH-SIZE,    000063A6
0063A7* up to the 190 keys a batch carries - for the consumers          000063A7
0063A8* YYYB0260 delivers to.                                           000063A8
0063A9*=================================================================000063A9
0063B0 01 WS-BULK-MODE-SW                 PIC X(01) VALUE 'N'.          000063B0
0063B1     88 BULK-MODE-ON                          VALUE 'Y'.          000063B1
0063B2     88 BULK-MODE-OFF                         VALUE 'N'.          000063B2
0063B6 01 WS-SCHEMA-SW                    PIC X(01) VALUE 'N'.          000063B6
0063B7     88 SCHEMA-ROW-FOUND                      VALUE 'Y'.          000063B7
0063B8     88 SCHEMA-ROW-NOT-FOUND                  VALUE 'N'.          000063B8
0063B9 01 WS-BULK-RUN-TS                  PIC X(26) VALUE SPACES.       000063B9
0063C0 01 WS-BULK-PROG                    PIC X(8)  VALUE SPACES.       000063C0
0063C1 01 WS-BULK-USER                    PIC X(8)  VALUE SPACES.       000063C1
0063C2 01 WS-BATCH-SIZE                   PIC S9(9) COMP VALUE 100.     000063C2
0063C3 01 WS-BATCH-QUOT                   PIC S9(9) COMP VALUE 0.       000063C3
0063C4 01 WS-BATCH-REM                    PIC S9(9) COMP VALUE 0.       000063C4
0063C5 01 WS-FLUSH-BATCH                  PIC S9(5) COMP-3 VALUE 0.     000063C5
0063C6 01 WS-FLUSH-LAST                   PIC S9(5) COMP-3 VALUE 0.     000063C6
0063C7 01 WS-KEY-OFF                      PIC S9(5) COMP-3 VALUE 0.     000063C7
0063C8 01 WS-KEY-LGTH                     PIC S9(3) COMP-3 VALUE 0.     000063C8
0063C9 01 WS-MAX-HELD                     PIC S9(9) COMP VALUE 5000.    000063C9
0063D0 01 WS-MAX-BULK-TRX                 PIC S9(9) COMP VALUE 20.      000063D0
0063D1 01 TX                              PIC S9(9) COMP VALUE 0.       000063D1
0063D2 01 J                               PIC S9(9) COMP VALUE 0.       000063D2
0063D3 01 WS-BULK-TRX-TABLE.                                            000063D3
0063D4     05 WS-NUM-BULK-TRX             PIC S9(9) COMP VALUE 0.       000063D4
0063D5     05 WS-BULK-TRX OCCURS 20 TIMES.                              000063D5
0063D6         10 WS-BT-TRX-CD            PIC X(4).                     000063D6
0063D7         10 WS-BT-LAST-BATCH        PIC S9(5) COMP-3.             000063D7
0063D8         10 WS-BT-HELD-CNT          PIC S9(9) COMP.               000063D8
0063D9 01 WS-HOLD-TABLE.                                                000063D9
0063E0     05 WS-NUM-HELD                 PIC S9(9) COMP VALUE 0.       000063E0
0063E1     05 WS-HELD OCCURS 5000 TIMES.                                000063E1
0063E2         10 WS-HELD-TX              PIC S9(9) COMP.               000063E2
0063E3         10 WS-HELD-BATCH           PIC S9(5) COMP-3.             000063E3
0063E4         10 WS-HELD-ACTION          PIC X(1).                     000063E4
0063E5         10 WS-HELD-KEY             PIC X(20).                    000063E5
0063E6*=================================================================000063E6
0063E7* Bulk-run pacing. The shared outbound queue's consumers still    000063E7
0063E8* get every single, paced: at most WS-SHARED-PACE bulk-run        000063E8
0063E9* singles (run parameter SHARED-PACE, default 100) are staged     000063E9
0063F0* between two of the job's commit points. The rest wait here,     000063F0
0063F1* by their FC_XXXAIL_EVENT_LOG key, and go out first at the next  000063F1
0063F2* commit point, oldest first; the end call releases what is       000063F2
0063F3* left. Keep WS-MAX-HELD, WS-MAX-BULK-TRX and WS-MAX-PACED in     000063F3
0063F4* sync with the OCCURS clauses.                                   000063F4
0063F5*=================================================================000063F5
0063F6 01 WS-FANOUT-SW                    PIC X(01) VALUE 'N'.          000063F6
0063F7     88 FANOUT-IS-ON                          VALUE 'Y'.          000063F7
0063F8     88 FANOUT-IS-OFF                         VALUE 'N'.          000063F8
0063F9 01 WS-SHARED-PACE                  PIC S9(9) COMP VALUE 100.     000063F9
0063G0 01 WS-PACE-CNT                     PIC S9(9) COMP VALUE 0.       000063G0
0063G1 01 WS-MAX-PACED                    PIC S9(9) COMP VALUE 5000.    000063G1
0063G2 01 WS-PACE-TABLE.                                                000063G2
0063G3     05 WS-NUM-PACED                PIC S9(9) COMP VALUE 0.       000063G3
0063G4     05 WS-PACE-NEXT                PIC S9(9) COMP VALUE 1.       000063G4
0063G5     05 WS-PACED OCCURS 5000 TIMES.                               000063G5
0063G6         10 WS-PACED-TRX-CD         PIC X(4).                     000063G6
0063G7         10 WS-PACED-EFF-TS         PIC X(26).                    000063G7
0063G8 01 WS-PACE-EFF-TS                  PIC X(26) VALUE SPACES.       000063G8
006400*=================================================================00006400
006500* Misc copy books.                                                00006500
006600*=================================================================00006600
006700 COPY YYYN000A.                                                   00006700
006800 COPY YYYC0175.                                                   00006800
006805 COPY YYYC0127.                                                   00006805
006807 COPY ZZZC0198.                                                   00006807
006810                                                                  00006810
006820*=================================================================00006820
006830*  DB2 Areas - event-suppression control table and staged-event   00006830
006924     EXEC SQL                                                     00006924
006925       INCLUDE DDDTSC01                                           00006925
006926     END-EXEC.                                                    00006926
0069A0                                                                  000069A0
0069A1     EXEC SQL                                                     000069A1
0069A2       INCLUDE DDDTEB01                                           000069A2
0069A3     END-EXEC.                                                    000069A3
0069A4                                                                  000069A4
0069A5     EXEC SQL                                                     000069A5
0069A6       INCLUDE DDDTBM01                                           000069A6
0069A7     END-EXEC.                                                    000069A7
006927                                                                  00006927
007000 LINKAGE SECTION.                                                 00007000
007100     COPY XXXN001A.                                               00007100
008200* Main program logic...                                           00008200
008300*=================================================================00008300
008400 000-MAINLINE.                                                    00008400
0084A0     IF NOT ZZZC0197-EVENT-CALL                                   000084A0
0084A1       PERFORM 600-BULK-CONTROL                                   000084A1
0084A2       GOBACK                                                     000084A2
0084A3     END-IF                                                       000084A3
008500     PERFORM 100-INITIALIZE                                       00008500
008600                                                                  00008600
008700*    IF  ZZZC0197-TRX-ID NOT = 'CFIP'                             00008700
022217*=================================================================00022217
022218 250-VALIDATE-PAYLOAD.                                            00022218
022219     MOVE ZZZC0197-TRX-ID TO MD-SC-TRX-CD OF DDDTSC01             00022219
02221A     SET SCHEMA-ROW-NOT-FOUND TO TRUE                             0002221A
022220                                                                  00022220
022221     EXEC SQL                                                     00022221
022222        SELECT SC_REC_LGTH,                                       00022222
022244                'FC_XXXAIL_EVENT_SCHEMA, Sqlcode = ' WS-SQLCODE   00022244
022245           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 00022245
022246       WHEN OTHER                                                 00022246
0222B0         SET SCHEMA-ROW-FOUND TO TRUE                             000222B0
022247         PERFORM 260-CHECK-PAYLOAD-SHAPE                          00022247
022248     END-EVALUATE                                                 00022248
022249     .                                                            00022249
025000     SET  YYYC0175-TARGET-MAINFRAME TO TRUE                       00025000
025100                                                                  00025100
025110     PERFORM 310-LOG-STAGED-EVENT                                 00025110
025111     IF SUCCESS AND BULK-MODE-ON AND FANOUT-IS-ON                 00025111
025112       PERFORM 330-HOLD-FOR-BATCH                                 00025112
025113     END-IF                                                       00025113
025114     IF SUCCESS AND BULK-MODE-ON                                  00025114
025115       PERFORM 670-PACE-THE-SINGLE                                00025115
025116     END-IF                                                       00025116
025120      IF SUCCESS AND BULK-MODE-OFF                                00025120
025200        CALL WS-EVENT-STAGER USING                                00025200
025300            XXXN001A                                              00025300
025400            YYYC0175                                              00025400
026390         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   00026390
026400     END-IF                                                       00026400
026410     .                                                            00026410
0264A0                                                                  000264A0
0264A1*=================================================================000264A1
0264A2* Bulk run with the fan-out on - the event just logged gets a     000264A2
0264A3* membership row for its TRX-CD's next batch, in the log row's    000264A3
0264A4* unit of work, so YYYB0260 holds the single until the batch is   000264A4
0264A5* published. A full hold table is published early and the hold    000264A5
0264A6* goes on; a TRX-CD past WS-MAX-BULK-TRX codes goes unbatched.    000264A6
0264A7*=================================================================000264A7
0264A8 330-HOLD-FOR-BATCH.                                              000264A8
0264A9     PERFORM 335-FIND-BULK-TRX                                    000264A9
0264B0     IF  TX NOT > WS-NUM-BULK-TRX                                 000264B0
0264B1     AND WS-NUM-HELD NOT < WS-MAX-HELD                            000264B1
0264B2       PERFORM 620-PUBLISH-HELD-EVENTS                            000264B2
0264B3       PERFORM 335-FIND-BULK-TRX                                  000264B3
0264B4     END-IF                                                       000264B4
0264B5     IF SUCCESS AND TX NOT > WS-NUM-BULK-TRX                      000264B5
0264B6       ADD  1  TO WS-NUM-HELD                                     000264B6
0264B7       MOVE TX TO WS-HELD-TX (WS-NUM-HELD)                        000264B7
0264B8       DIVIDE WS-BT-HELD-CNT (TX) BY WS-BATCH-SIZE                000264B8
0264B9         GIVING WS-BATCH-QUOT                                     000264B9
0264C0       COMPUTE WS-HELD-BATCH (WS-NUM-HELD) =                      000264C0
0264C1           WS-BT-LAST-BATCH (TX) + 1 + WS-BATCH-QUOT              000264C1
0264C2       MOVE YYYC0175-ACTION-CD TO WS-HELD-ACTION (WS-NUM-HELD)    000264C2
0264C3       PERFORM 340-PICK-THE-KEY                                   000264C3
0264C4       PERFORM 345-INSERT-MEMBER-ROW                              000264C4
0264C5       IF SUCCESS                                                 000264C5
0264C6         ADD 1 TO WS-BT-HELD-CNT (TX)                             000264C6
0264C7       ELSE                                                       000264C7
0264C8         SUBTRACT 1 FROM WS-NUM-HELD                              000264C8
0264C9       END-IF                                                     000264C9
0264D0     END-IF                                                       000264D0
0264D1     .                                                            000264D1
0264D3                                                                  000264D3
0264D4 335-FIND-BULK-TRX.                                               000264D4
0264D5     PERFORM VARYING TX FROM 1 BY 1                               000264D5
0264D6         UNTIL TX > WS-NUM-BULK-TRX                               000264D6
0264D7         OR    WS-BT-TRX-CD (TX) = ZZZC0197-TRX-ID                000264D7
0264D8       CONTINUE                                                   000264D8
0264D9     END-PERFORM                                                  000264D9
0264E0     IF  TX > WS-NUM-BULK-TRX                                     000264E0
0264E1     AND WS-NUM-BULK-TRX < WS-MAX-BULK-TRX                        000264E1
0264E2       ADD  1                 TO WS-NUM-BULK-TRX                  000264E2
0264E3       MOVE WS-NUM-BULK-TRX   TO TX                               000264E3
0264E4       MOVE ZZZC0197-TRX-ID   TO WS-BT-TRX-CD (TX)                000264E4
0264E5       MOVE 0                 TO WS-BT-LAST-BATCH (TX)            000264E5
0264E6                                 WS-BT-HELD-CNT (TX)              000264E6
0264E7     END-IF                                                       000264E7
0264E8     .                                                            000264E8
0264E9                                                                  000264E9
0264F0* The batch lists each single by its registered key 1, or by the  000264F0
0264F1* first 20 bytes of the record when the TRX-CD is not registered. 000264F1
0264F2 340-PICK-THE-KEY.                                                000264F2
0264F3     MOVE MD-SC-KEY1-OFF  OF DDDTSC01 TO WS-KEY-OFF               000264F3
0264F4     MOVE MD-SC-KEY1-LGTH OF DDDTSC01 TO WS-KEY-LGTH              000264F4
0264F5     IF  SCHEMA-ROW-FOUND                                         000264F5
0264F6     AND WS-KEY-OFF > 0 AND WS-KEY-LGTH > 0                       000264F6
0264F7     AND WS-KEY-LGTH NOT > 20                                     000264F7
0264F8     AND (WS-KEY-OFF + WS-KEY-LGTH) NOT > 4097                    000264F8
0264F9       MOVE ZZZC0197-TRX-REC (WS-KEY-OFF : WS-KEY-LGTH)           000264F9
0264G0         TO WS-HELD-KEY (WS-NUM-HELD)                             000264G0
0264G1     ELSE                                                         000264G1
0264G2       MOVE ZZZC0197-TRX-REC (1 : 20)                             000264G2
0264G3         TO WS-HELD-KEY (WS-NUM-HELD)                             000264G3
0264G4     END-IF                                                       000264G4
0264G5     .                                                            000264G5
0264G6                                                                  000264G6
0264G7 345-INSERT-MEMBER-ROW.                                           000264G7
0264G8     MOVE ZZZC0197-TRX-ID  TO MD-BM-TRX-CD    OF DDDTBM01         000264G8
0264G9     MOVE MD-EFF-TS OF DDDTEL01                                   000264G9
0264H0                           TO MD-BM-EFF-TS    OF DDDTBM01         000264H0
0264H1     MOVE WS-BULK-RUN-TS   TO MD-BM-RUN-TS    OF DDDTBM01         000264H1
0264H2     MOVE WS-HELD-BATCH (WS-NUM-HELD)                             000264H2
0264H3                           TO MD-BM-BATCH-NBR OF DDDTBM01         000264H3
0264H4                                                                  000264H4
0264H5     EXEC SQL                                                     000264H5
0264H6        INSERT INTO FC_XXXAIL_EVENT_BMBR                          000264H6
0264H7           ( BM_TRX_CD, BM_EFF_TS, BM_RUN_TS, BM_BATCH_NBR )      000264H7
0264H8        VALUES                                                    000264H8
0264H9           ( :DDDTBM01.MD-BM-TRX-CD, :DDDTBM01.MD-BM-EFF-TS,      000264H9
0264I0             :DDDTBM01.MD-BM-RUN-TS, :DDDTBM01.MD-BM-BATCH-NBR )  000264I0
0264I1     END-EXEC                                                     000264I1
0264I2                                                                  000264I2
0264I3     IF SQLCODE NOT = 0                                           000264I3
0264I4       MOVE SQLCODE                TO WS-SQLCODE                  000264I4
0264I5       SET  FAILURE                TO TRUE                        000264I5
0264I6       MOVE SPACES                 TO IS-RTRN-MSG-TXT             000264I6
0264I7       STRING 'ZZZS0197 - unable to hold event for its batch, '   000264I7
0264I8              'SQL=' WS-SQLCODE                                   000264I8
0264I9         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   000264I9
0264J0     END-IF                                                       000264J0
0264J1     .                                                            000264J1
0265A0*=================================================================000265A0
0265A1* Bulk-run control calls from a mass-maintenance batch job. B     000265A1
0265A2* opens the run (closing out anything an unclosed run left), F    000265A2
0265A3* publishes the held events and releases the next paced singles   000265A3
0265A4* at the job's commit point, and E does both for everything left  000265A4
0265A5* and closes the run. F or E with no run open does nothing.       000265A5
0265A6*=================================================================000265A6
0265A7 600-BULK-CONTROL.                                                000265A7
0265A8     INITIALIZE XXXN001A                                          000265A8
0265A9     EVALUATE TRUE                                                000265A9
0265B0       WHEN ZZZC0197-BULK-BEGIN                                   000265B0
0265B1         IF BULK-MODE-ON                                          000265B1
0265B2           PERFORM 665-CLOSE-THE-RUN                              000265B2
0265B3         END-IF                                                   000265B3
0265B4         IF SUCCESS                                               000265B4
0265B5           PERFORM 610-BEGIN-BULK-RUN                             000265B5
0265B6         END-IF                                                   000265B6
0265B7       WHEN ZZZC0197-BULK-FLUSH                                   000265B7
0265B8         IF BULK-MODE-ON                                          000265B8
0265B9           PERFORM 660-CLOSE-THE-INTERVAL                         000265B9
0265C0         END-IF                                                   000265C0
0265C1       WHEN ZZZC0197-BULK-END                                     000265C1
0265C2         IF BULK-MODE-ON                                          000265C2
0265C3           PERFORM 665-CLOSE-THE-RUN                              000265C3
0265C4           SET BULK-MODE-OFF TO TRUE                              000265C4
0265C5         END-IF                                                   000265C5
0265C6       WHEN OTHER                                                 000265C6
0265C7         SET  FAILURE              TO TRUE                        000265C7
0265C8         MOVE SPACES               TO IS-RTRN-MSG-TXT             000265C8
0265C9         STRING 'ZZZS0197 - unknown bulk function '               000265C9
0265D0                ZZZC0197-BULK-FUNC                                000265D0
0265D1           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 000265D1
0265D2     END-EVALUATE                                                 000265D2
0265D3     .                                                            000265D3
0265D4                                                                  000265D4
0265D5 610-BEGIN-BULK-RUN.                                              000265D5
0265D6     CALL Z-DATE-FUNCTIONS USING XXXN001A YYYC0127                000265D6
0265D7     MOVE YYYC0127-TS      TO WS-BULK-RUN-TS                      000265D7
0265D8     MOVE ZZZC0197-PROGRAM TO WS-BULK-PROG                        000265D8
0265D9     MOVE ZZZC0197-USER    TO WS-BULK-USER                        000265D9
0265E0     INITIALIZE WS-BULK-TRX-TABLE                                 000265E0
0265E1                WS-HOLD-TABLE                                     000265E1
0265E2     MOVE 100              TO WS-BATCH-SIZE                       000265E2
0265E3     MOVE 'ZZZS0197'       TO MMMC0172-PGM-ID                     000265E3
0265E4     MOVE 'BATCH-SIZE'     TO MMMC0172-PARM-NM                    000265E4
0265E5     CALL MMMS0172-PARM-LOOKUP USING                              000265E5
0265E6         XXXN001A                                                 000265E6
0265E7         MMMC0172                                                 000265E7
0265E8     IF  SUCCESS                                                  000265E8
0265E9     AND MMMC0172-PARM-FOUND                                      000265E9
0265F0     AND MMMC0172-VAL-IS-NUMERIC                                  000265F0
0265F1     AND MMMC0172-PARM-NBR > 0                                    000265F1
0265F2     AND MMMC0172-PARM-NBR NOT > 190                              000265F2
0265F3       MOVE MMMC0172-PARM-NBR TO WS-BATCH-SIZE                    000265F3
0265F4     END-IF                                                       000265F4
0265F5     PERFORM 650-GET-THE-PACING                                   000265F5
0265F6     MOVE 0 TO SQLCODE                                            000265F6
0265F7     SET BULK-MODE-ON TO TRUE                                     000265F7
0265F8     .                                                            000265F8
0265F9                                                                  000265F9
0265G0*=================================================================000265G0
0265G1* Publish every held event - per TRX-CD, one batch per            000265G1
0265G2* WS-BATCH-SIZE singles, numbered on from the run's last batch,   000265G2
0265G3* onto FC_XXXAIL_EVENT_BTCH for YYYB0260 to deliver. A batch      000265G3
0265G4* that cannot be written fails the call; its singles stay held    000265G4
0265G5* until YYYB0260's hold window releases them one by one.          000265G5
0265G6 620-PUBLISH-HELD-EVENTS.                                         000265G6
0265G7     PERFORM VARYING TX FROM 1 BY 1                               000265G7
0265G8         UNTIL TX > WS-NUM-BULK-TRX                               000265G8
0265G9       IF WS-BT-HELD-CNT (TX) > 0                                 000265G9
0265H0         PERFORM 625-PUBLISH-ONE-TRX                              000265H0
0265H1       END-IF                                                     000265H1
0265H2     END-PERFORM                                                  000265H2
0265H3     MOVE 0 TO WS-NUM-HELD                                        000265H3
0265H4     .                                                            000265H4
0265H5                                                                  000265H5
0265H6 625-PUBLISH-ONE-TRX.                                             000265H6
0265H7     DIVIDE WS-BT-HELD-CNT (TX) BY WS-BATCH-SIZE                  000265H7
0265H8       GIVING WS-BATCH-QUOT REMAINDER WS-BATCH-REM                000265H8
0265H9     IF WS-BATCH-REM > 0                                          000265H9
0265I0       ADD 1 TO WS-BATCH-QUOT                                     000265I0
0265I1     END-IF                                                       000265I1
0265I2     COMPUTE WS-FLUSH-LAST  =                                     000265I2
0265I3         WS-BT-LAST-BATCH (TX) + WS-BATCH-QUOT                    000265I3
0265I4     COMPUTE WS-FLUSH-BATCH =                                     000265I4
0265I5         WS-BT-LAST-BATCH (TX) + 1                                000265I5
0265I6     PERFORM UNTIL WS-FLUSH-BATCH > WS-FLUSH-LAST                 000265I6
0265I7                OR NOT SUCCESS                                    000265I7
0265I8       PERFORM 630-PUBLISH-ONE-BATCH                              000265I8
0265I9       ADD 1 TO WS-FLUSH-BATCH                                    000265I9
0265J0     END-PERFORM                                                  000265J0
0265J1     MOVE WS-FLUSH-LAST    TO WS-BT-LAST-BATCH (TX)               000265J1
0265J2     MOVE 0                TO WS-BT-HELD-CNT (TX)                 000265J2
0265J3     .                                                            000265J3
0265J4                                                                  000265J4
0265J5 630-PUBLISH-ONE-BATCH.                                           000265J5
0265J6     INITIALIZE ZZZC0198                                          000265J6
0265J7     MOVE 'BTCH'            TO ZZZC0198-BATCH-TAG                 000265J7
0265J8     MOVE WS-BT-TRX-CD (TX) TO ZZZC0198-TRX-CD                    000265J8
0265J9     MOVE WS-BULK-RUN-TS    TO ZZZC0198-RUN-TS                    000265J9
0265K0     MOVE WS-FLUSH-BATCH    TO ZZZC0198-BATCH-NBR                 000265K0
0265K1     MOVE WS-BULK-PROG      TO ZZZC0198-CALLING-PROG              000265K1
0265K2     PERFORM VARYING J FROM 1 BY 1                                000265K2
0265K3         UNTIL J > WS-NUM-HELD                                    000265K3
0265K4       IF  WS-HELD-TX (J)    = TX                                 000265K4
0265K5       AND WS-HELD-BATCH (J) = WS-FLUSH-BATCH                     000265K5
0265K6       AND ZZZC0198-KEY-CNT  < 190                                000265K6
0265K7         ADD  1 TO ZZZC0198-KEY-CNT                               000265K7
0265K8         MOVE WS-HELD-ACTION (J)                                  000265K8
0265K9           TO ZZZC0198-ACTION-CD (ZZZC0198-KEY-CNT)               000265K9
0265L0         MOVE WS-HELD-KEY (J)                                     000265L0
0265L1           TO ZZZC0198-KEY (ZZZC0198-KEY-CNT)                     000265L1
0265L2       END-IF                                                     000265L2
0265L3     END-PERFORM                                                  000265L3
0265L4     IF ZZZC0198-KEY-CNT > 0                                      000265L4
0265L5       PERFORM 635-INSERT-BATCH-ROW                               000265L5
0265L9     END-IF                                                       000265L9
0265M0     .                                                            000265M0
0265M1                                                                  000265M1
0265M2 635-INSERT-BATCH-ROW.                                            000265M2
0265M3     CALL Z-DATE-FUNCTIONS USING XXXN001A YYYC0127                000265M3
0265M4                                                                  000265M4
0265M5     MOVE WS-BT-TRX-CD (TX) TO MD-EB-TRX-CD       OF DDDTEB01     000265M5
0265M6     MOVE WS-BULK-RUN-TS    TO MD-EB-RUN-TS       OF DDDTEB01     000265M6
0265M7     MOVE WS-FLUSH-BATCH    TO MD-EB-BATCH-NBR    OF DDDTEB01     000265M7
0265M8     MOVE YYYC0127-TS       TO MD-EB-EFF-TS       OF DDDTEB01     000265M8
0265M9     MOVE WS-BULK-PROG      TO MD-EB-CALLING-PROG OF DDDTEB01     000265M9
0265N0     MOVE ZZZC0198-KEY-CNT  TO MD-EB-KEY-CNT      OF DDDTEB01     000265N0
0265N1     MOVE ZZZC0198          TO MD-EB-MSG-DATA     OF DDDTEB01     000265N1
0265N2                                                                  000265N2
0265N3     EXEC SQL                                                     000265N3
0265N4        INSERT INTO FC_XXXAIL_EVENT_BTCH                          000265N4
0265N5           ( EB_TRX_CD, EB_RUN_TS, EB_BATCH_NBR, EB_EFF_TS,       000265N5
0265N6             EB_CALLING_PROG, EB_KEY_CNT, EB_MSG_DATA )           000265N6
0265N7        VALUES                                                    000265N7
0265N8           ( :DDDTEB01.MD-EB-TRX-CD, :DDDTEB01.MD-EB-RUN-TS,      000265N8
0265N9             :DDDTEB01.MD-EB-BATCH-NBR, :DDDTEB01.MD-EB-EFF-TS,   000265N9
0265O0             :DDDTEB01.MD-EB-CALLING-PROG,                        000265O0
0265O1             :DDDTEB01.MD-EB-KEY-CNT,                             000265O1
0265O2             :DDDTEB01.MD-EB-MSG-DATA )                           000265O2
0265O3     END-EXEC                                                     000265O3
0265O4                                                                  000265O4
0265O5     IF SQLCODE NOT = 0                                           000265O5
0265O6       MOVE SQLCODE                TO WS-SQLCODE                  000265O6
0265O7       SET  FAILURE                TO TRUE                        000265O7
0265O8       MOVE SPACES                 TO IS-RTRN-MSG-TXT             000265O8
0265O9       STRING 'ZZZS0197 - unable to write batched event, '        000265O9
0265P0              'SQL=' WS-SQLCODE                                   000265P0
0265P1         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   000265P1
0265P2     END-IF                                                       000265P2
0265P3     .                                                            000265P3
0266A0                                                                  000266A0
0266A1*=================================================================000266A1
0266A2* Bulk-run parameters - SHARED-PACE for the shared queue, and     000266A2
0266A3* YYYB0260's own FANOUT-MODE switch: batches are only worth       000266A3
0266A4* holding for while its fan-out is there to deliver them.         000266A4
0266A5*=================================================================000266A5
0266A6 650-GET-THE-PACING.                                              000266A6
0266A7     INITIALIZE XXXN001A                                          000266A7
0266A8                MMMC0172                                          000266A8
0266A9     MOVE 100              TO WS-SHARED-PACE                      000266A9
0266B0     MOVE 'ZZZS0197'       TO MMMC0172-PGM-ID                     000266B0
0266B1     MOVE 'SHARED-PACE'    TO MMMC0172-PARM-NM                    000266B1
0266B2     CALL MMMS0172-PARM-LOOKUP USING                              000266B2
0266B3         XXXN001A                                                 000266B3
0266B4         MMMC0172                                                 000266B4
0266B5     IF  SUCCESS                                                  000266B5
0266B6     AND MMMC0172-PARM-FOUND                                      000266B6
0266B7     AND MMMC0172-VAL-IS-NUMERIC                                  000266B7
0266B8     AND MMMC0172-PARM-NBR > 0                                    000266B8
0266B9       MOVE MMMC0172-PARM-NBR TO WS-SHARED-PACE                   000266B9
0266C0     END-IF                                                       000266C0
0266C1     INITIALIZE XXXN001A                                          000266C1
0266C2                MMMC0172                                          000266C2
0266C3     SET  FANOUT-IS-OFF    TO TRUE                                000266C3
0266C4     MOVE 'YYYB0260'       TO MMMC0172-PGM-ID                     000266C4
0266C5     MOVE 'FANOUT-MODE'    TO MMMC0172-PARM-NM                    000266C5
0266C6     CALL MMMS0172-PARM-LOOKUP USING                              000266C6
0266C7         XXXN001A                                                 000266C7
0266C8         MMMC0172                                                 000266C8
0266C9     IF  SUCCESS                                                  000266C9
0266D0     AND MMMC0172-PARM-FOUND                                      000266D0
0266D1     AND MMMC0172-PARM-VAL (1:1) = 'Y'                            000266D1
0266D2       SET FANOUT-IS-ON TO TRUE                                   000266D2
0266D3     END-IF                                                       000266D3
0266D4     INITIALIZE WS-PACE-TABLE                                     000266D4
0266D5     MOVE 1                TO WS-PACE-NEXT                        000266D5
0266D6     MOVE 0                TO WS-PACE-CNT                         000266D6
0266D7     INITIALIZE XXXN001A                                          000266D7
0266D8     .                                                            000266D8
0266D9                                                                  000266D9
0266E0* A commit point closes the pacing interval; the end of the run   000266E0
0266E1* (or a begin over an unclosed one) releases everything left.     000266E1
0266E2 660-CLOSE-THE-INTERVAL.                                          000266E2
0266E3     IF FANOUT-IS-ON                                              000266E3
0266E4       PERFORM 620-PUBLISH-HELD-EVENTS                            000266E4
0266E5     END-IF                                                       000266E5
0266E6     IF SUCCESS                                                   000266E6
0266E7       PERFORM 680-RELEASE-PACED-SINGLES                          000266E7
0266E8     END-IF                                                       000266E8
0266E9     .                                                            000266E9
0266F0                                                                  000266F0
0266F1 665-CLOSE-THE-RUN.                                               000266F1
0266F2     IF FANOUT-IS-ON                                              000266F2
0266F3       PERFORM 620-PUBLISH-HELD-EVENTS                            000266F3
0266F4     END-IF                                                       000266F4
0266F5     IF SUCCESS                                                   000266F5
0266F6       PERFORM 683-RELEASE-ALL-PACED                              000266F6
0266F7     END-IF                                                       000266F7
0266F8     .                                                            000266F8
0266F9                                                                  000266F9
0266G0*=================================================================000266G0
0266G1* A bulk-run single for the shared queue - staged now while the   000266G1
0266G2* interval is under its pace and nothing waits ahead of it, else  000266G2
0266G3* kept for a later commit point. A full pace table is released    000266G3
0266G4* early, so the order still holds, and this single then waits.    000266G4
0266G5*=================================================================000266G5
0266G6 670-PACE-THE-SINGLE.                                             000266G6
0266G7     MOVE MD-EFF-TS OF DDDTEL01 TO WS-PACE-EFF-TS                 000266G7
0266G8     EVALUATE TRUE                                                000266G8
0266G9       WHEN WS-NUM-PACED NOT < WS-MAX-PACED                       000266G9
0266H0         PERFORM 683-RELEASE-ALL-PACED                            000266H0
0266H1         IF SUCCESS                                               000266H1
0266H2           PERFORM 675-DEFER-THE-SINGLE                           000266H2
0266H3         END-IF                                                   000266H3
0266H4       WHEN WS-PACE-NEXT > WS-NUM-PACED                           000266H4
0266H5        AND WS-PACE-CNT  < WS-SHARED-PACE                         000266H5
0266H6         CALL WS-EVENT-STAGER USING                               000266H6
0266H7             XXXN001A                                             000266H7
0266H8             YYYC0175                                             000266H8
0266H9         ADD 1 TO WS-PACE-CNT                                     000266H9
0266I0       WHEN OTHER                                                 000266I0
0266I1         PERFORM 675-DEFER-THE-SINGLE                             000266I1
0266I2     END-EVALUATE                                                 000266I2
0266I3     .                                                            000266I3
0266I4                                                                  000266I4
0266I5 675-DEFER-THE-SINGLE.                                            000266I5
0266I6     ADD  1                 TO WS-NUM-PACED                       000266I6
0266I7     MOVE ZZZC0197-TRX-ID   TO WS-PACED-TRX-CD (WS-NUM-PACED)     000266I7
0266I8     MOVE WS-PACE-EFF-TS    TO WS-PACED-EFF-TS (WS-NUM-PACED)     000266I8
0266I9     .                                                            000266I9
0266J0                                                                  000266J0
0266J1*=================================================================000266J1
0266J2* Release the waiting singles - at a commit point at most         000266J2
0266J3* WS-SHARED-PACE of them, oldest first, at the end of the run all 000266J3
0266J4* of them - and close the table up behind the ones released.      000266J4
0266J5*=================================================================000266J5
0266J6 680-RELEASE-PACED-SINGLES.                                       000266J6
0266J7     MOVE 0 TO WS-PACE-CNT                                        000266J7
0266J8     PERFORM 685-RELEASE-ONE-PACED                                000266J8
0266J9         UNTIL WS-PACE-NEXT > WS-NUM-PACED                        000266J9
0266K0         OR    WS-PACE-CNT NOT < WS-SHARED-PACE                   000266K0
0266K1         OR    NOT SUCCESS                                        000266K1
0266K2     PERFORM 687-CLOSE-UP-THE-TABLE                               000266K2
0266K3     .                                                            000266K3
0266K4                                                                  000266K4
0266K5 683-RELEASE-ALL-PACED.                                           000266K5
0266K6     PERFORM 685-RELEASE-ONE-PACED                                000266K6
0266K7         UNTIL WS-PACE-NEXT > WS-NUM-PACED                        000266K7
0266K8         OR    NOT SUCCESS                                        000266K8
0266K9     PERFORM 687-CLOSE-UP-THE-TABLE                               000266K9
0266L0     .                                                            000266L0
0266L1                                                                  000266L1
0266L2 685-RELEASE-ONE-PACED.                                           000266L2
0266L3     MOVE WS-PACED-TRX-CD (WS-PACE-NEXT) TO MD-TRX-CD OF DDDTEL01 000266L3
0266L4     MOVE WS-PACED-EFF-TS (WS-PACE-NEXT) TO MD-EFF-TS OF DDDTEL01 000266L4
0266L5                                                                  000266L5
0266L6     EXEC SQL                                                     000266L6
0266L7        SELECT MSG_DATA, ACTION_CD, CALLING_PROG, CALLING_USER    000266L7
0266L8         INTO :DDDTEL01.MD-MSG-DATA,                              000266L8
0266L9              :DDDTEL01.MD-ACTION-CD,                             000266L9
0266M0              :DDDTEL01.MD-CALLING-PROG,                          000266M0
0266M1              :DDDTEL01.MD-CALLING-USER                           000266M1
0266M2        FROM FC_XXXAIL_EVENT_LOG                                  000266M2
0266M3        WHERE TRX_CD = :DDDTEL01.MD-TRX-CD                        000266M3
0266M4          AND EFF_TS = :DDDTEL01.MD-EFF-TS                        000266M4
0266M5     END-EXEC                                                     000266M5
0266M6                                                                  000266M6
0266M7     IF SQLCODE NOT = 0                                           000266M7
0266M8       MOVE SQLCODE                TO WS-SQLCODE                  000266M8
0266M9       SET  FAILURE                TO TRUE                        000266M9
0266N0       MOVE SPACES                 TO IS-RTRN-MSG-TXT             000266N0
0266N1       STRING 'ZZZS0197 - unable to re-read paced event, '        000266N1
0266N2              'SQL=' WS-SQLCODE                                   000266N2
0266N3         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   000266N3
0266N4     ELSE                                                         000266N4
0266N5       PERFORM 690-STAGE-THE-PACED                                000266N5
0266N6       ADD 1 TO WS-PACE-CNT                                       000266N6
0266N7       ADD 1 TO WS-PACE-NEXT                                      000266N7
0266N8     END-IF                                                       000266N8
0266N9     .                                                            000266N9
0266O0                                                                  000266O0
0266O1 687-CLOSE-UP-THE-TABLE.                                          000266O1
0266O2     MOVE 0 TO J                                                  000266O2
0266O3     PERFORM 688-SHIFT-ONE-PACED                                  000266O3
0266O4         UNTIL WS-PACE-NEXT > WS-NUM-PACED                        000266O4
0266O5     MOVE J TO WS-NUM-PACED                                       000266O5
0266O6     MOVE 1 TO WS-PACE-NEXT                                       000266O6
0266O7     .                                                            000266O7
0266O8                                                                  000266O8
0266O9 688-SHIFT-ONE-PACED.                                             000266O9
0266P0     ADD  1                       TO J                            000266P0
0266P1     MOVE WS-PACED (WS-PACE-NEXT) TO WS-PACED (J)                 000266P1
0266P2     ADD  1                       TO WS-PACE-NEXT                 000266P2
0266P3     .                                                            000266P3
0266P4                                                                  000266P4
0266P5* A released single goes out on the shared outbound queue just as 000266P5
0266P6* it would have outside a bulk run, from its event-log row.       000266P6
0266P7 690-STAGE-THE-PACED.                                             000266P7
0266P8     INITIALIZE YYYC0175                                          000266P8
0266P9                                                                  000266P9
0266Q0     IF YYYN110A-BATCH-ENV                                        000266Q0
0266Q1       SET YYYC0175-BATCH-ENV TO TRUE                             000266Q1
0266Q2     ELSE                                                         000266Q2
0266Q3       SET YYYC0175-CICS-ENV  TO TRUE                             000266Q3
0266Q4     END-IF                                                       000266Q4
0266Q5                                                                  000266Q5
0266Q6     IF YYYN110A-ORACLE                                           000266Q6
0266Q7       SET YYYC0175-ORACLE    TO TRUE                             000266Q7
0266Q8     ELSE                                                         000266Q8
0266Q9       SET YYYC0175-DB2       TO TRUE                             000266Q9
0266R0     END-IF                                                       000266R0
0266R1                                                                  000266R1
0266R2     MOVE MD-TRX-CD       OF DDDTEL01 TO YYYC0175-TRX-CD          000266R2
0266R3     MOVE MD-MSG-DATA     OF DDDTEL01 TO YYYC0175-DATA            000266R3
0266R4     MOVE MD-ACTION-CD    OF DDDTEL01 TO YYYC0175-ACTION-CD       000266R4
0266R5     MOVE MD-CALLING-PROG OF DDDTEL01 TO YYYC0175-CALLING-PROG    000266R5
0266R6     MOVE MD-CALLING-USER OF DDDTEL01 TO YYYC0175-CALLING-USER    000266R6
0266R7                                                                  000266R7
0266R8     SET  YYYC0175-SOURCE-WMS       TO TRUE                       000266R8
0266R9     SET  YYYC0175-TARGET-MAINFRAME TO TRUE                       000266R9
0266S0                                                                  000266S0
0266S1     CALL WS-EVENT-STAGER USING                                   000266S1
0266S2         XXXN001A                                                 000266S2
0266S3         YYYC0175                                                 000266S3
0266S4     .                                                            000266S4

