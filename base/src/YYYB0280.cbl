001600* hours, and the next opening when the store is closed. A store   00001600
001700* still open past midnight on yesterday's hours is reported       00001700
001800* open, closing at yesterday's close time.                        00001800
0018A0* A store number retired by a renumber (MMMB3202) is answered     000018A0
0018A1* for the store it became (MMMS0182); the message says so.        000018A1
001900* Batch job - run standalone, schedule like YYYB0250.             00001900
002000*---------------------------------------------------------------- 00002000
002100 ENVIRONMENT DIVISION.                                            00002100
002500* Misc working storage...                                         00002500
002600* --------------------------------------------------------------- 00002600
002700 01 MMMS0168-HRS-SVC                  PIC X(8) VALUE 'MMMS0168'.  00002700
0027A0 01 MMMS0182-RENUM-SVC                PIC X(8) VALUE 'MMMS0182'.  000027A0
002800 01 WS-MSG-COUNT                      PIC 9(6) VALUE 0.           00002800
002900 01 WS-ANSWERED-COUNT                 PIC 9(6) VALUE 0.           00002900
003000 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00003000
005900                                      PIC 9(9).                   00005900
006000    05 FILLER                         PIC X(1).                   00006000
006100    05 WS-REQ-ASK-DT                  PIC X(10).                  00006100
0061A0                                                                  000061A0
0061A1 01 WS-RENUM-MSG.                                                 000061A1
0061A2    05 FILLER                         PIC X(6)  VALUE 'STORE '.   000061A2
0061A3    05 WS-RENUM-OLD-NO                PIC Z(8)9.                  000061A3
0061A4    05 FILLER                         PIC X(15)                   000061A4
0061A5                                      VALUE ' RENUMBERED TO '.    000061A5
0061A6    05 WS-RENUM-NEW-NO                PIC Z(8)9.                  000061A6
0061A7    05 FILLER                         PIC X(4)  VALUE ' ON '.     000061A7
0061A8    05 WS-RENUM-DT                    PIC X(10).                  000061A8
006200                                                                  00006200
006300 01 WS-REPLY-AREA.                                                00006300
006400    05 WS-RPY-STATUS                  PIC X(2).                   00006400
007800 COPY YYYN000C.                                                   00007800
007900 COPY YYYC0209.                                                   00007900
008000 COPY MMMC0168.                                                   00008000
0080A0 COPY MMMC0182.                                                   000080A0
008100                                                                  00008100
008200* ----------------------------------------------------------------00008200
008300* DB2 stuff...                                                    00008300
014500         TO WS-RPY-MSG                                            00014500
014600       ADD 1 TO WS-REJECTED-COUNT                                 00014600
014700     ELSE                                                         00014700
0147A0       PERFORM 225-RESOLVE-RENUMBERED-STORE                       000147A0
014800       PERFORM 230-GET-LOCAL-CLOCK                                00014800
014900       IF WS-RPY-STATUS NOT = 'ER'                                00014900
015000         PERFORM 240-ANSWER-THE-QUESTION                          00015000
015300                                                                  00015300
015400     PERFORM 260-SEND-THE-REPLY                                   00015400
015500     .                                                            00015500
0155A0                                                                  000155A0
0155A1*================================================================ 000155A1
0155A2* A number retired by a store renumber (MMMB3202) is answered for 000155A2
0155A3* the store it became. A failed lookup is not an error - the      000155A3
0155A4* number is used as sent.                                         000155A4
0155A5*================================================================ 000155A5
0155A6 225-RESOLVE-RENUMBERED-STORE.                                    000155A6
0155A7     INITIALIZE XXXN001A                                          000155A7
0155A8                MMMC0182                                          000155A8
0155A9     SET  MMMC0182-RESOLVE TO TRUE                                000155A9
0155B0     MOVE 'S '                   TO MMMC0182-LOC-TYP-CD           000155B0
0155B1     MOVE WS-REQ-STORE-NO-N      TO MMMC0182-LOC-NBR              000155B1
0155B2     CALL MMMS0182-RENUM-SVC USING                                000155B2
0155B3         XXXN001A                                                 000155B3
0155B4         MMMC0182                                                 000155B4
0155B5     IF SUCCESS AND MMMC0182-RENUMBERED                           000155B5
0155B6       MOVE MMMC0182-KEYED-LOC-NBR TO WS-RENUM-OLD-NO             000155B6
0155B7       MOVE MMMC0182-LOC-NBR       TO WS-RENUM-NEW-NO             000155B7
0155B8                                      WS-REQ-STORE-NO-N           000155B8
0155B9       MOVE MMMC0182-RENUM-DT      TO WS-RENUM-DT                 000155B9
0155C0     ELSE                                                         000155C0
0155C1       SET  MMMC0182-NOT-RENUMBERED TO TRUE                       000155C1
0155C2     END-IF                                                       000155C2
0155C3     INITIALIZE XXXN001A                                          000155C3
0155C4     .                                                            000155C4
015600                                                                  00015600
015700*================================================================ 00015700
015800* The store's local clock: its zone row (no row = central) as an  00015800
023000         END-IF                                                   00023000
023100       END-IF                                                     00023100
023200       MOVE 'OK' TO WS-RPY-STATUS                                 00023200
0232A0       IF MMMC0182-RENUMBERED                                     000232A0
0232A1         MOVE WS-RENUM-MSG TO WS-RPY-MSG                          000232A1
0232A2       END-IF                                                     000232A2
023300       ADD 1 TO WS-ANSWERED-COUNT                                 00023300
023400     END-IF                                                       00023400
023500     .                                                            00023500
