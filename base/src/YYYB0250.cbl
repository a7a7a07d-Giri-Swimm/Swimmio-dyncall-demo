001800* Request  (YYYC0209-MSG-DATA): store number, 9 digits.           00001800
001900* Reply    (YYYC0209-MSG-DATA): status(2) 'OK'/'ER',              00001900
002000*          message(80), then the P-DDDTRL01 store record.         00002000
0020A0*                                                                 000020A0
0020A1* ZIP inquiry (YYYC0209-MSG-DATA): 'ZIP ', the ZIP code (5), and  000020A1
0020A2* the service (1) - A any open store (the default when blank),    000020A2
0020A3* P pharmacy, E e-commerce.  The reply status and message are as  000020A3
0020A4* above, then the ZIP's serving stores off FC_XXXAIL_ZIP_STORE    000020A4
0020A5* (DDDTZP01, built by MMMB2602): zip(5) service(1) city(30)       000020A5
0020A6* state(2) primary store 9(9) and miles 9(4)v9(1), secondary      000020A6
0020A7* store 9(9) and miles 9(4)v9(1), and the build timestamp(26).    000020A7
0020A8* Store number 0 means no open store of that kind in reach.       000020A8
0020A9* A store number retired by a renumber (MMMB3202) is answered     000020A9
0020B0* with the store it became (MMMS0182); the message says so.       000020B0
0020C0*                                                                 000020C0
0020C1* Services inquiry (YYYC0209-MSG-DATA): 'SVC ', the store number  000020C1
0020C2* (9) and an optional as-of date (10, yyyy-mm-dd, blank for       000020C2
0020C3* today).  The reply status and message are as above, then the    000020C3
0020C4* store 9(9), the as-of date(10), a count 9(2) and up to ten      000020C4
0020C5* services in force that day off FC_XXXAIL_STORE_SVC (MMMS0184):  000020C5
0020C6* code(4) description(30) start(10) end(10) open(8) close(8),     000020C6
0020C7* open and close blank for a service that keeps store hours.      000020C7
0020C8* A renumbered store is answered as above.                        000020C8
0020D0*                                                                 000020D0
0020D1* Language inquiry (YYYC0209-MSG-DATA): 'LNG ', the store number  000020D1
0020D2* (9) and the language (2, FR/ES).  The reply status and message  000020D2
0020D3* are as above, then the store 9(9), the language(2), a found     000020D3
0020D4* flag(1) Y/N, and the store name(30), customer-friendly          000020D4
0020D5* name(100), address lines(30 each), city(30) and state(2) -      000020D5
0020D6* each field in the language where FC_XXXAIL_ALT_LANG (MMMS0186)  000020D6
0020D7* carries it, the primary value where it does not.  N means no    000020D7
0020D8* translation is on file and the message says so.  A renumbered   000020D8
0020D9* store is answered as above.                                     000020D9
002100*                                                                 00002100
002200* Batch job - run standalone as a long-running listener or        00002200
002300* periodic drain, no online caller.                               00002300
002900* Misc working storage...                                         00002900
003000* --------------------------------------------------------------- 00003000
003100 01 NNNS0120-RL-DAO                   PIC X(8) VALUE 'NNNS0120'.  00003100
0031A0 01 MMMS0182-RENUM-SVC                PIC X(8) VALUE 'MMMS0182'.  000031A0
0031B0 01 MMMS0184-STORE-SVC                PIC X(8) VALUE 'MMMS0184'.  000031B0
0031C0 01 MMMS0186-ALT-LANG-SVC             PIC X(8) VALUE 'MMMS0186'.  000031C0
003200 01 WS-MSG-COUNT                      PIC 9(6) VALUE 0.           00003200
003300 01 WS-ANSWERED-COUNT                 PIC 9(6) VALUE 0.           00003300
003400 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00003400
0034A0 01 WS-ZIP-COUNT                      PIC 9(6) VALUE 0.           000034A0
0034A1 01 WS-SQLCODE                        PIC ----9.                  000034A1
0034B0 01 WS-SVC-COUNT                     PIC 9(6) VALUE 0.            000034B0
0034B1 01 WS-SVC-SUB                       PIC S9(4) COMP VALUE 0.      000034B1
0034C0 01 WS-LNG-COUNT                     PIC 9(6) VALUE 0.            000034C0
0034C1 01 WS-LNG-STORE-NO                  PIC S9(9) COMP VALUE 0.      000034C1
0034C2 01 WS-LNG-PRIMARY.                                               000034C2
0034C3    05 WS-LNG-STORE-NM               PIC X(30).                   000034C3
0034C4    05 WS-LNG-FRNDLY-NM              PIC X(100).                  000034C4
0034C5    05 WS-LNG-ADR-1                  PIC X(30).                   000034C5
0034C6    05 WS-LNG-ADR-2                  PIC X(30).                   000034C6
0034C7    05 WS-LNG-CITY                   PIC X(30).                   000034C7
0034C8    05 WS-LNG-STATE-CD               PIC X(2).                    000034C8
003500                                                                  00003500
003600 01 WS-QUEUE-SW                       PIC X    VALUE 'N'.         00003600
003700    88 QUEUE-IS-EMPTY                         VALUE 'Y'.          00003700
004200    05 WS-REQ-STORE-NO                PIC X(9).                   00004200
004300    05 WS-REQ-STORE-NO-N REDEFINES WS-REQ-STORE-NO                00004300
004400                                      PIC 9(9).                   00004400
0044A0                                                                  000044A0
0044A1 01 WS-ZIP-REQUEST-AREA.                                          000044A1
0044A2    05 WS-REQ-ZIP-KEY                 PIC X(4).                   000044A2
0044A3    05 WS-REQ-ZIP5-CD                 PIC X(5).                   000044A3
0044A4    05 WS-REQ-ZIP5-CD-N REDEFINES WS-REQ-ZIP5-CD                  000044A4
0044A5                                      PIC 9(5).                   000044A5
0044A6    05 WS-REQ-SVC-CD                  PIC X(1).                   000044A6
0044A7       88 WS-REQ-SVC-VALID                    VALUE 'A' 'P' 'E'.  000044A7
0044A8                                                                  000044A8
0044A9 01 WS-RENUM-MSG.                                                 000044A9
0044B0    05 FILLER                         PIC X(6)  VALUE 'STORE '.   000044B0
0044B1    05 WS-RENUM-OLD-NO                PIC Z(8)9.                  000044B1
0044B2    05 FILLER                         PIC X(15)                   000044B2
0044B3                                      VALUE ' RENUMBERED TO '.    000044B3
0044B4    05 WS-RENUM-NEW-NO                PIC Z(8)9.                  000044B4
0044B5    05 FILLER                         PIC X(4)  VALUE ' ON '.     000044B5
0044B6    05 WS-RENUM-DT                    PIC X(10).                  000044B6
0044C0                                                                  000044C0
0044C1 01 WS-SVC-REQUEST-AREA.                                          000044C1
0044C2    05 WS-REQ-SVC-KEY                 PIC X(4).                   000044C2
0044C3    05 WS-REQ-SVC-STORE-NO            PIC X(9).                   000044C3
0044C4    05 WS-REQ-SVC-AS-OF-DT            PIC X(10).                  000044C4
0044D0                                                                  000044D0
0044D1 01 WS-LNG-REQUEST-AREA.                                          000044D1
0044D2    05 WS-REQ-LNG-KEY                 PIC X(4).                   000044D2
0044D3    05 WS-REQ-LNG-STORE-NO            PIC X(9).                   000044D3
0044D4    05 WS-REQ-LNG-LANG-CD             PIC X(2).                   000044D4
004500                                                                  00004500
004600 01 WS-REPLY-AREA.                                                00004600
004700    05 WS-RPY-STATUS                  PIC X(2).                   00004700
004800    05 WS-RPY-MSG                     PIC X(80).                  00004800
004900    05 WS-RPY-STORE-REC               PIC X(3900).                00004900
0049A0    05 WS-RPY-ZIP-REC REDEFINES WS-RPY-STORE-REC.                 000049A0
0049A1       10 WS-RPY-ZIP5-CD              PIC 9(5).                   000049A1
0049A2       10 WS-RPY-SVC-CD               PIC X(1).                   000049A2
0049A3       10 WS-RPY-CITY                 PIC X(30).                  000049A3
0049A4       10 WS-RPY-STATE-CD             PIC X(2).                   000049A4
0049A5       10 WS-RPY-PRIM-STORE-NO        PIC 9(9).                   000049A5
0049A6       10 WS-RPY-PRIM-DIST-MI         PIC 9(4)V9(1).              000049A6
0049A7       10 WS-RPY-SCND-STORE-NO        PIC 9(9).                   000049A7
0049A8       10 WS-RPY-SCND-DIST-MI         PIC 9(4)V9(1).              000049A8
0049A9       10 WS-RPY-LOAD-TS              PIC X(26).                  000049A9
0049B0       10 FILLER                      PIC X(3808).                000049B0
0049C0    05 WS-RPY-SVC-REC REDEFINES WS-RPY-STORE-REC.                 000049C0
0049C1       10 WS-RPY-SS-STORE-NO          PIC 9(9).                   000049C1
0049C2       10 WS-RPY-SS-AS-OF-DT          PIC X(10).                  000049C2
0049C3       10 WS-RPY-SS-CNT               PIC 9(2).                   000049C3
0049C4       10 WS-RPY-SS-ENTRY OCCURS 10 TIMES.                        000049C4
0049C5          15 WS-RPY-SS-SVC-CD         PIC X(4).                   000049C5
0049C6          15 WS-RPY-SS-SVC-DES        PIC X(30).                  000049C6
0049C7          15 WS-RPY-SS-STRT-DT        PIC X(10).                  000049C7
0049C8          15 WS-RPY-SS-END-DT         PIC X(10).                  000049C8
0049C9          15 WS-RPY-SS-OPEN-TM        PIC X(8).                   000049C9
0049D0          15 WS-RPY-SS-CLOS-TM        PIC X(8).                   000049D0
0049D1       10 FILLER                      PIC X(3179).                000049D1
0049E0    05 WS-RPY-LNG-REC REDEFINES WS-RPY-STORE-REC.                 000049E0
0049E1       10 WS-RPY-AL-STORE-NO          PIC 9(9).                   000049E1
0049E2       10 WS-RPY-AL-LANG-CD           PIC X(2).                   000049E2
0049E3       10 WS-RPY-AL-FOUND-SW          PIC X(1).                   000049E3
0049E4       10 WS-RPY-AL-STORE-NM          PIC X(30).                  000049E4
0049E5       10 WS-RPY-AL-FRNDLY-NM         PIC X(100).                 000049E5
0049E6       10 WS-RPY-AL-ADR-1             PIC X(30).                  000049E6
0049E7       10 WS-RPY-AL-ADR-2             PIC X(30).                  000049E7
0049E8       10 WS-RPY-AL-CITY              PIC X(30).                  000049E8
0049E9       10 WS-RPY-AL-STATE-CD          PIC X(2).                   000049E9
0049F0       10 FILLER                      PIC X(3666).                000049F0
005000                                                                  00005000
005100* --------------------------------------------------------------- 00005100
005200* Miscellaneous copy books go here...                             00005200
005700 COPY NNNN0000.                                                   00005700
005800 COPY PPPTRL01.                                                   00005800
005900 COPY YYYC0209.                                                   00005900
0059A0 COPY MMMC0182.                                                   000059A0
0059B0 COPY MMMC0184.                                                   000059B0
0059C0 COPY MMMC0186.                                                   000059C0
006000                                                                  00006000
006100* ----------------------------------------------------------------00006100
006200* DB2 stuff...                                                    00006200
006400     EXEC SQL                                                     00006400
006500       INCLUDE SQLCA                                              00006500
006600     END-EXEC                                                     00006600
0066A0                                                                  000066A0
0066A1     EXEC SQL                                                     000066A1
0066A2       INCLUDE DDDTZP01                                           000066A2
0066A3     END-EXEC                                                     000066A3
006700                                                                  00006700
006800 PROCEDURE DIVISION.                                              00006800
006900***************************************************************** 00006900
011600     MOVE YYYC0209-MSG-DATA (1:9) TO WS-REQ-STORE-NO              00011600
011700     MOVE SPACES TO WS-REPLY-AREA                                 00011700
011800                                                                  00011800
011900     EVALUATE TRUE                                                00011900
012000       WHEN YYYC0209-MSG-DATA (1:4) = 'ZIP '                      00012000
012100         PERFORM 230-ANSWER-ZIP-REQUEST                           00012100
0121A0       WHEN YYYC0209-MSG-DATA (1:4) = 'SVC '                      000121A0
0121A1         PERFORM 235-ANSWER-SVC-REQUEST                           000121A1
0121B0       WHEN YYYC0209-MSG-DATA (1:4) = 'LNG '                      000121B0
0121B1         PERFORM 237-ANSWER-LNG-REQUEST                           000121B1
012200       WHEN WS-REQ-STORE-NO-N NOT NUMERIC                         00012200
012300         MOVE 'ER' TO WS-RPY-STATUS                               00012300
012400         MOVE 'YYYB0250 - Store number is not numeric'            00012400
012500           TO WS-RPY-MSG                                          00012500
012600         ADD 1 TO WS-REJECTED-COUNT                               00012600
0126A0       WHEN OTHER                                                 000126A0
0126A1         PERFORM 240-READ-THE-STORE                               000126A1
0126A2     END-EVALUATE                                                 000126A2
012700                                                                  00012700
012800     PERFORM 260-SEND-THE-REPLY                                   00012800
012900     .                                                            00012900
013000                                                                  00013000
0130A0 230-ANSWER-ZIP-REQUEST.                                          000130A0
0130A1     MOVE YYYC0209-MSG-DATA (1:10) TO WS-ZIP-REQUEST-AREA         000130A1
0130A2     IF WS-REQ-SVC-CD = SPACE                                     000130A2
0130A3       MOVE 'A' TO WS-REQ-SVC-CD                                  000130A3
0130A4     END-IF                                                       000130A4
0130A5     ADD 1 TO WS-ZIP-COUNT                                        000130A5
0130A6                                                                  000130A6
0130A7     EVALUATE TRUE                                                000130A7
0130A8       WHEN WS-REQ-ZIP5-CD-N NOT NUMERIC                          000130A8
0130A9         MOVE 'ER' TO WS-RPY-STATUS                               000130A9
0130B0         MOVE 'YYYB0250 - ZIP code is not numeric'                000130B0
0130B1           TO WS-RPY-MSG                                          000130B1
0130B2         ADD 1 TO WS-REJECTED-COUNT                               000130B2
0130B3       WHEN NOT WS-REQ-SVC-VALID                                  000130B3
0130B4         MOVE 'ER' TO WS-RPY-STATUS                               000130B4
0130B5         MOVE 'YYYB0250 - Service must be A, P or E'              000130B5
0130B6           TO WS-RPY-MSG                                          000130B6
0130B7         ADD 1 TO WS-REJECTED-COUNT                               000130B7
0130B8       WHEN OTHER                                                 000130B8
0130B9         PERFORM 250-READ-THE-ZIP                                 000130B9
0130C0     END-EVALUATE                                                 000130C0
0130C1     .                                                            000130C1
0130D0 235-ANSWER-SVC-REQUEST.                                          000130D0
0130D1     MOVE YYYC0209-MSG-DATA (1:23) TO WS-SVC-REQUEST-AREA         000130D1
0130D2     MOVE WS-REQ-SVC-STORE-NO      TO WS-REQ-STORE-NO             000130D2
0130D3     ADD 1 TO WS-SVC-COUNT                                        000130D3
0130D4                                                                  000130D4
0130D5     IF WS-REQ-STORE-NO-N NOT NUMERIC                             000130D5
0130D6       MOVE 'ER' TO WS-RPY-STATUS                                 000130D6
0130D7       MOVE 'YYYB0250 - Store number is not numeric'              000130D7
0130D8         TO WS-RPY-MSG                                            000130D8
0130D9       ADD 1 TO WS-REJECTED-COUNT                                 000130D9
0130E0     ELSE                                                         000130E0
0130E1       PERFORM 245-RESOLVE-RENUMBERED-STORE                       000130E1
0130E2       PERFORM 255-LIST-THE-SERVICES                              000130E2
0130E3     END-IF                                                       000130E3
0130E4     .                                                            000130E4
0130F0 237-ANSWER-LNG-REQUEST.                                          000130F0
0130F1     MOVE YYYC0209-MSG-DATA (1:15) TO WS-LNG-REQUEST-AREA         000130F1
0130F2     MOVE WS-REQ-LNG-STORE-NO      TO WS-REQ-STORE-NO             000130F2
0130F3     ADD 1 TO WS-LNG-COUNT                                        000130F3
0130F4                                                                  000130F4
0130F5     EVALUATE TRUE                                                000130F5
0130F6       WHEN WS-REQ-STORE-NO-N NOT NUMERIC                         000130F6
0130F7         MOVE 'ER' TO WS-RPY-STATUS                               000130F7
0130F8         MOVE 'YYYB0250 - Store number is not numeric'            000130F8
0130F9           TO WS-RPY-MSG                                          000130F9
0130G0         ADD 1 TO WS-REJECTED-COUNT                               000130G0
0130G1       WHEN WS-REQ-LNG-LANG-CD = SPACES                           000130G1
0130G2         MOVE 'ER' TO WS-RPY-STATUS                               000130G2
0130G3         MOVE 'YYYB0250 - Language code is required'              000130G3
0130G4           TO WS-RPY-MSG                                          000130G4
0130G5         ADD 1 TO WS-REJECTED-COUNT                               000130G5
0130G6       WHEN OTHER                                                 000130G6
0130G7         PERFORM 245-RESOLVE-RENUMBERED-STORE                     000130G7
0130G8         PERFORM 257-READ-THE-LANGUAGE                            000130G8
0130G9     END-EVALUATE                                                 000130G9
0130H0     .                                                            000130H0
013100 240-READ-THE-STORE.                                              00013100
0131A0     PERFORM 245-RESOLVE-RENUMBERED-STORE                         000131A0
013200     INITIALIZE XXXN001A                                          00013200
013300                P-DDDTRL01                                        00013300
013400     MOVE WS-REQ-STORE-NO-N TO FC-STORE-NO OF P-DDDTRL01          00013400
015700       WHEN OTHER                                                 00015700
015800         MOVE 'OK'       TO WS-RPY-STATUS                         00015800
015900         MOVE P-DDDTRL01 TO WS-RPY-STORE-REC                      00015900
0159A0         IF MMMC0182-RENUMBERED                                   000159A0
0159A1           MOVE WS-RENUM-MSG TO WS-RPY-MSG                        000159A1
0159A2         END-IF                                                   000159A2
016000         ADD 1 TO WS-ANSWERED-COUNT                               00016000
016100     END-EVALUATE                                                 00016100
016200     .                                                            00016200
0162A0                                                                  000162A0
0162A1 245-RESOLVE-RENUMBERED-STORE.                                    000162A1
0162A2     INITIALIZE XXXN001A                                          000162A2
0162A3                MMMC0182                                          000162A3
0162A4     SET  MMMC0182-RESOLVE TO TRUE                                000162A4
0162A5     MOVE 'S '                   TO MMMC0182-LOC-TYP-CD           000162A5
0162A6     MOVE WS-REQ-STORE-NO-N      TO MMMC0182-LOC-NBR              000162A6
0162A7     CALL MMMS0182-RENUM-SVC USING                                000162A7
0162A8         XXXN001A                                                 000162A8
0162A9         MMMC0182                                                 000162A9
0162B0     IF SUCCESS AND MMMC0182-RENUMBERED                           000162B0
0162B1       MOVE MMMC0182-KEYED-LOC-NBR TO WS-RENUM-OLD-NO             000162B1
0162B2       MOVE MMMC0182-LOC-NBR       TO WS-RENUM-NEW-NO             000162B2
0162B3                                      WS-REQ-STORE-NO-N           000162B3
0162B4       MOVE MMMC0182-RENUM-DT      TO WS-RENUM-DT                 000162B4
0162B5     ELSE                                                         000162B5
0162B6       SET  MMMC0182-NOT-RENUMBERED TO TRUE                       000162B6
0162B7     END-IF                                                       000162B7
0162B8     .                                                            000162B8
016300                                                                  00016300
0163A0 250-READ-THE-ZIP.                                                000163A0
0163A1     INITIALIZE DCLFC-XXXAIL-ZIP-STORE                            000163A1
0163A2     MOVE WS-REQ-ZIP5-CD-N TO ZP-ZIP5-CD                          000163A2
0163A3     MOVE WS-REQ-SVC-CD    TO ZP-SVC-CD                           000163A3
0163A4     EXEC SQL                                                     000163A4
0163A5       SELECT ZP_CITY, ZP_STATE_CD,                               000163A5
0163A6              ZP_PRIM_STORE_NO, ZP_PRIM_DIST_MI,                  000163A6
0163A7              ZP_SCND_STORE_NO, ZP_SCND_DIST_MI,                  000163A7
0163A8              ZP_LOAD_TS                                          000163A8
0163A9         INTO :ZP-CITY, :ZP-STATE-CD,                             000163A9
0163B0              :ZP-PRIM-STORE-NO, :ZP-PRIM-DIST-MI,                000163B0
0163B1              :ZP-SCND-STORE-NO, :ZP-SCND-DIST-MI,                000163B1
0163B2              :ZP-LOAD-TS                                         000163B2
0163B3         FROM FC_XXXAIL_ZIP_STORE                                 000163B3
0163B4        WHERE ZP_ZIP5_CD = :ZP-ZIP5-CD                            000163B4
0163B5          AND ZP_SVC_CD  = :ZP-SVC-CD                             000163B5
0163B6     END-EXEC                                                     000163B6
0163B7                                                                  000163B7
0163B8     EVALUATE SQLCODE                                             000163B8
0163B9       WHEN 0                                                     000163B9
0163C0         MOVE 'OK'             TO WS-RPY-STATUS                   000163C0
0163C1         IF ZP-PRIM-STORE-NO = 0                                  000163C1
0163C2           MOVE 'YYYB0250 - No open store in reach of the ZIP'    000163C2
0163C3             TO WS-RPY-MSG                                        000163C3
0163C4         END-IF                                                   000163C4
0163C5         MOVE ZP-ZIP5-CD       TO WS-RPY-ZIP5-CD                  000163C5
0163C6         MOVE ZP-SVC-CD        TO WS-RPY-SVC-CD                   000163C6
0163C7         MOVE ZP-CITY          TO WS-RPY-CITY                     000163C7
0163C8         MOVE ZP-STATE-CD      TO WS-RPY-STATE-CD                 000163C8
0163C9         MOVE ZP-PRIM-STORE-NO TO WS-RPY-PRIM-STORE-NO            000163C9
0163D0         MOVE ZP-PRIM-DIST-MI  TO WS-RPY-PRIM-DIST-MI             000163D0
0163D1         MOVE ZP-SCND-STORE-NO TO WS-RPY-SCND-STORE-NO            000163D1
0163D2         MOVE ZP-SCND-DIST-MI  TO WS-RPY-SCND-DIST-MI             000163D2
0163D3         MOVE ZP-LOAD-TS       TO WS-RPY-LOAD-TS                  000163D3
0163D4         ADD 1 TO WS-ANSWERED-COUNT                               000163D4
0163D5       WHEN 100                                                   000163D5
0163D6         MOVE 'ER' TO WS-RPY-STATUS                               000163D6
0163D7         MOVE 'YYYB0250 - ZIP not on FC_XXXAIL_ZIP_STORE'         000163D7
0163D8           TO WS-RPY-MSG                                          000163D8
0163D9         ADD 1 TO WS-REJECTED-COUNT                               000163D9
0163E0       WHEN OTHER                                                 000163E0
0163E1         MOVE 'ER' TO WS-RPY-STATUS                               000163E1
0163E2         MOVE SQLCODE TO WS-SQLCODE                               000163E2
0163E3         STRING 'YYYB0250 - Error reading FC_XXXAIL_ZIP_STORE, '  000163E3
0163E4                'SQLCODE=' WS-SQLCODE                             000163E4
0163E5           DELIMITED BY SIZE INTO WS-RPY-MSG                      000163E5
0163E6         ADD 1 TO WS-REJECTED-COUNT                               000163E6
0163E7     END-EVALUATE                                                 000163E7
0163E8     MOVE 0 TO SQLCODE                                            000163E8
0163E9     .                                                            000163E9
0163F0 255-LIST-THE-SERVICES.                                           000163F0
0163F1     INITIALIZE XXXN001A                                          000163F1
0163F2                MMMC0184                                          000163F2
0163F3     SET  MMMC0184-LIST TO TRUE                                   000163F3
0163F4     MOVE 'S '                TO MMMC0184-LOC-TYP-CD              000163F4
0163F5     MOVE WS-REQ-STORE-NO-N   TO MMMC0184-LOC-NBR                 000163F5
0163F6     MOVE WS-REQ-SVC-AS-OF-DT TO MMMC0184-AS-OF-DT                000163F6
0163F7     CALL MMMS0184-STORE-SVC USING                                000163F7
0163F8         XXXN001A                                                 000163F8
0163F9         MMMC0184                                                 000163F9
0163G0                                                                  000163G0
0163G1     IF NOT SUCCESS                                               000163G1
0163G2       MOVE 'ER'            TO WS-RPY-STATUS                      000163G2
0163G3       MOVE IS-RTRN-MSG-TXT TO WS-RPY-MSG                         000163G3
0163G4       ADD 1 TO WS-REJECTED-COUNT                                 000163G4
0163G5       INITIALIZE XXXN001A                                        000163G5
0163G6       MOVE 0 TO SQLCODE                                          000163G6
0163G7     ELSE                                                         000163G7
0163G8       MOVE 'OK'                TO WS-RPY-STATUS                  000163G8
0163G9       EVALUATE TRUE                                              000163G9
0163H0         WHEN MMMC0182-RENUMBERED                                 000163H0
0163H1           MOVE WS-RENUM-MSG    TO WS-RPY-MSG                     000163H1
0163H2         WHEN MMMC0184-SVC-CNT = 0                                000163H2
0163H3           MOVE 'YYYB0250 - No services in force for the store'   000163H3
0163H4             TO WS-RPY-MSG                                        000163H4
0163H5       END-EVALUATE                                               000163H5
0163H6       MOVE WS-REQ-STORE-NO-N   TO WS-RPY-SS-STORE-NO             000163H6
0163H7       MOVE MMMC0184-AS-OF-DT   TO WS-RPY-SS-AS-OF-DT             000163H7
0163H8       MOVE MMMC0184-SVC-CNT    TO WS-RPY-SS-CNT                  000163H8
0163H9       PERFORM VARYING WS-SVC-SUB FROM 1 BY 1                     000163H9
0163I0               UNTIL WS-SVC-SUB > MMMC0184-SVC-CNT                000163I0
0163I1         MOVE MMMC0184-E-SVC-CD  (WS-SVC-SUB)                     000163I1
0163I2           TO WS-RPY-SS-SVC-CD  (WS-SVC-SUB)                      000163I2
0163I3         MOVE MMMC0184-E-SVC-DES (WS-SVC-SUB)                     000163I3
0163I4           TO WS-RPY-SS-SVC-DES (WS-SVC-SUB)                      000163I4
0163I5         MOVE MMMC0184-E-STRT-DT (WS-SVC-SUB)                     000163I5
0163I6           TO WS-RPY-SS-STRT-DT (WS-SVC-SUB)                      000163I6
0163I7         MOVE MMMC0184-E-END-DT  (WS-SVC-SUB)                     000163I7
0163I8           TO WS-RPY-SS-END-DT  (WS-SVC-SUB)                      000163I8
0163I9         MOVE MMMC0184-E-OPEN-TM (WS-SVC-SUB)                     000163I9
0163J0           TO WS-RPY-SS-OPEN-TM (WS-SVC-SUB)                      000163J0
0163J1         MOVE MMMC0184-E-CLOS-TM (WS-SVC-SUB)                     000163J1
0163J2           TO WS-RPY-SS-CLOS-TM (WS-SVC-SUB)                      000163J2
0163J3       END-PERFORM                                                000163J3
0163J4       ADD 1 TO WS-ANSWERED-COUNT                                 000163J4
0163J5     END-IF                                                       000163J5
0163J6     .                                                            000163J6
0163K0                                                                  000163K0
0163K1*    The primary values first, so a field with no translation     000163K1
0163K2*    still answers; then the language row over the top of them.   000163K2
0163K3 257-READ-THE-LANGUAGE.                                           000163K3
0163K4     MOVE WS-REQ-STORE-NO-N TO WS-LNG-STORE-NO                    000163K4
0163K5     MOVE SPACES            TO WS-LNG-PRIMARY                     000163K5
0163K6     EXEC SQL                                                     000163K6
0163K7       SELECT R.FC_RL_STORE_NM,                                   000163K7
0163K8              COALESCE(L.CUST_FRNDLY_NM, ' '),                    000163K8
0163K9              COALESCE(A.PRIM_ADR_1, ' '),                        000163K9
0163L0              COALESCE(A.PRIM_ADR_2, ' '),                        000163L0
0163L1              COALESCE(A.PRIM_CITY, ' '),                         000163L1
0163L2              COALESCE(A.PRIM_STATE_CD, ' ')                      000163L2
0163L3         INTO :WS-LNG-STORE-NM, :WS-LNG-FRNDLY-NM,                000163L3
0163L4              :WS-LNG-ADR-1, :WS-LNG-ADR-2,                       000163L4
0163L5              :WS-LNG-CITY, :WS-LNG-STATE-CD                      000163L5
0163L6         FROM FC_XXXAIL_STORES R                                  000163L6
0163L7         LEFT OUTER JOIN XXXAIL_LOC L                             000163L7
0163L8           ON  L.LOC_NBR    = R.FC_STORE_NO                       000163L8
0163L9          AND  L.LOC_TYP_CD = 'S '                                000163L9
0163LA         LEFT OUTER JOIN XXXATION A                               000163LA
0163LB           ON  A.LOC_TYP_CD = 'S '                                000163LB
0163LC          AND  A.LOC_NBR    = R.FC_STORE_NO                       000163LC
0163M0        WHERE R.FC_STORE_NO = :WS-LNG-STORE-NO                    000163M0
0163M1     END-EXEC                                                     000163M1
0163M2                                                                  000163M2
0163M3     EVALUATE SQLCODE                                             000163M3
0163M4       WHEN 0                                                     000163M4
0163M5         PERFORM 258-OVERLAY-THE-LANGUAGE                         000163M5
0163M6       WHEN 100                                                   000163M6
0163M7         MOVE 'ER' TO WS-RPY-STATUS                               000163M7
0163M8         MOVE 'YYYB0250 - Store not on FC_XXXAIL_STORES'          000163M8
0163M9           TO WS-RPY-MSG                                          000163M9
0163N0         ADD 1 TO WS-REJECTED-COUNT                               000163N0
0163N1       WHEN OTHER                                                 000163N1
0163N2         MOVE 'ER' TO WS-RPY-STATUS                               000163N2
0163N3         MOVE SQLCODE TO WS-SQLCODE                               000163N3
0163N4         STRING 'YYYB0250 - Error reading FC_XXXAIL_STORES, '     000163N4
0163N5                'SQLCODE=' WS-SQLCODE                             000163N5
0163N6           DELIMITED BY SIZE INTO WS-RPY-MSG                      000163N6
0163N7         ADD 1 TO WS-REJECTED-COUNT                               000163N7
0163N8     END-EVALUATE                                                 000163N8
0163N9     MOVE 0 TO SQLCODE                                            000163N9
0163O0     .                                                            000163O0
0163O1                                                                  000163O1
0163O2 258-OVERLAY-THE-LANGUAGE.                                        000163O2
0163O3     INITIALIZE XXXN001A                                          000163O3
0163O4                MMMC0186                                          000163O4
0163O5     SET  MMMC0186-GET TO TRUE                                    000163O5
0163O6     MOVE 'S '                TO MMMC0186-LOC-TYP-CD              000163O6
0163O7     MOVE WS-REQ-STORE-NO-N   TO MMMC0186-LOC-NBR                 000163O7
0163O8     MOVE WS-REQ-LNG-LANG-CD  TO MMMC0186-LANG-CD                 000163O8
0163O9     CALL MMMS0186-ALT-LANG-SVC USING                             000163O9
0163P0         XXXN001A                                                 000163P0
0163P1         MMMC0186                                                 000163P1
0163P2                                                                  000163P2
0163P3     IF NOT SUCCESS                                               000163P3
0163P4       MOVE 'ER'            TO WS-RPY-STATUS                      000163P4
0163P5       MOVE IS-RTRN-MSG-TXT TO WS-RPY-MSG                         000163P5
0163P6       ADD 1 TO WS-REJECTED-COUNT                                 000163P6
0163P7       INITIALIZE XXXN001A                                        000163P7
0163P8       MOVE 0 TO SQLCODE                                          000163P8
0163P9     ELSE                                                         000163P9
0163Q0       MOVE 'OK'               TO WS-RPY-STATUS                   000163Q0
0163Q1       MOVE WS-REQ-STORE-NO-N  TO WS-RPY-AL-STORE-NO              000163Q1
0163Q2       MOVE WS-REQ-LNG-LANG-CD TO WS-RPY-AL-LANG-CD               000163Q2
0163Q3       MOVE WS-LNG-STORE-NM    TO WS-RPY-AL-STORE-NM              000163Q3
0163Q4       MOVE WS-LNG-FRNDLY-NM   TO WS-RPY-AL-FRNDLY-NM             000163Q4
0163Q5       MOVE WS-LNG-ADR-1       TO WS-RPY-AL-ADR-1                 000163Q5
0163Q6       MOVE WS-LNG-ADR-2       TO WS-RPY-AL-ADR-2                 000163Q6
0163Q7       MOVE WS-LNG-CITY        TO WS-RPY-AL-CITY                  000163Q7
0163Q8       MOVE WS-LNG-STATE-CD    TO WS-RPY-AL-STATE-CD              000163Q8
0163Q9       IF MMMC0186-LANG-CNT = 0                                   000163Q9
0163R0         MOVE 'N' TO WS-RPY-AL-FOUND-SW                           000163R0
0163R1       ELSE                                                       000163R1
0163R2         MOVE 'Y' TO WS-RPY-AL-FOUND-SW                           000163R2
0163R3         IF MMMC0186-E-STORE-NM (1) NOT = SPACES                  000163R3
0163R4           MOVE MMMC0186-E-STORE-NM (1)  TO WS-RPY-AL-STORE-NM    000163R4
0163R5         END-IF                                                   000163R5
0163R6         IF MMMC0186-E-FRNDLY-NM (1) NOT = SPACES                 000163R6
0163R7           MOVE MMMC0186-E-FRNDLY-NM (1) TO WS-RPY-AL-FRNDLY-NM   000163R7
0163R8         END-IF                                                   000163R8
0163R9         IF MMMC0186-E-ADR-1 (1) NOT = SPACES                     000163R9
0163S0           MOVE MMMC0186-E-ADR-1 (1)     TO WS-RPY-AL-ADR-1       000163S0
0163S1         END-IF                                                   000163S1
0163S2         IF MMMC0186-E-ADR-2 (1) NOT = SPACES                     000163S2
0163S3           MOVE MMMC0186-E-ADR-2 (1)     TO WS-RPY-AL-ADR-2       000163S3
0163S4         END-IF                                                   000163S4
0163S5         IF MMMC0186-E-CITY (1) NOT = SPACES                      000163S5
0163S6           MOVE MMMC0186-E-CITY (1)      TO WS-RPY-AL-CITY        000163S6
0163S7         END-IF                                                   000163S7
0163S8       END-IF                                                     000163S8
0163S9       EVALUATE TRUE                                              000163S9
0163T0         WHEN MMMC0182-RENUMBERED                                 000163T0
0163T1           MOVE WS-RENUM-MSG    TO WS-RPY-MSG                     000163T1
0163T2         WHEN MMMC0186-LANG-CNT = 0                               000163T2
0163T3           STRING 'YYYB0250 - No ' WS-REQ-LNG-LANG-CD             000163T3
0163T4                  ' translation on file, primary values returned' 000163T4
0163T5             DELIMITED BY SIZE INTO WS-RPY-MSG                    000163T5
0163T6       END-EVALUATE                                               000163T6
0163T7       ADD 1 TO WS-ANSWERED-COUNT                                 000163T7
0163T8     END-IF                                                       000163T8
0163T9     .                                                            000163T9
016400 260-SEND-THE-REPLY.                                              00016400
016500     INITIALIZE XXXN001A                                          00016500
016600     MOVE SPACES        TO YYYC0209-MSG-DATA                      00016600
018000     DISPLAY 'YYYB0250 - REQUESTS READ     : ' WS-MSG-COUNT       00018000
018100     DISPLAY 'YYYB0250 - REQUESTS ANSWERED : ' WS-ANSWERED-COUNT  00018100
018200     DISPLAY 'YYYB0250 - REQUESTS IN ERROR : ' WS-REJECTED-COUNT  00018200
0182A0     DISPLAY 'YYYB0250 - ZIP INQUIRIES     : ' WS-ZIP-COUNT       000182A0
0182B0     DISPLAY 'YYYB0250 - SVC INQUIRIES     : ' WS-SVC-COUNT       000182B0
0182C0     DISPLAY 'YYYB0250 - LNG INQUIRIES     : ' WS-LNG-COUNT       000182C0
018300     .                                                            00018300
018400                                                                  00018400
