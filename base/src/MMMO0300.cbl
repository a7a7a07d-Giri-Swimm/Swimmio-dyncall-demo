004200                                PIC 9(9).                         00004200
004300     05 FILLER                  PIC X(71) VALUE SPACES.           00004300
004400 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00004400
0044A0 01 WS-RENUM-MSG.                                                 000044A0
0044A1     05 FILLER                  PIC X(6)  VALUE 'STORE '.         000044A1
0044A2     05 WS-RENUM-OLD-NO         PIC Z(8)9.                        000044A2
0044A3     05 FILLER                  PIC X(15) VALUE ' RENUMBERED TO '.000044A3
0044A4     05 WS-RENUM-NEW-NO         PIC Z(8)9.                        000044A4
0044A5     05 FILLER                  PIC X(4)  VALUE ' ON '.           000044A5
0044A6     05 WS-RENUM-DT             PIC X(10).                        000044A6
0044A7 01 WS-CODE-DESC               PIC X(30) VALUE SPACES.            000044A7
004500                                                                  00004500
004600* DLQ payload key match - the STRM payload (ZZZC0094) carries     00004600
004700* the binary location number right behind the 4-byte TRX-CD.      00004700
007200         10 FILLER              PIC X(6)  VALUE ' COMP '.         00007200
007300         10 WS-SCR-COMPANY      PIC ZZ9.                          00007300
007400         10 FILLER              PIC X(7)  VALUE SPACES.           00007400
0074A0     05 WS-SCR-CODE-LINE.                                         000074A0
0074A1         10 FILLER              PIC X(6)  VALUE 'STAT  '.         000074A1
0074A2         10 WS-SCR-STAT-CD      PIC X(1).                         000074A2
0074A3         10 FILLER              PIC X(1)  VALUE SPACES.           000074A3
0074A4         10 WS-SCR-STAT-DESC    PIC X(30).                        000074A4
0074A5         10 FILLER              PIC X(6)  VALUE ' TYPE '.         000074A5
0074A6         10 WS-SCR-TYPE-CD      PIC 9(3).                         000074A6
0074A7         10 FILLER              PIC X(1)  VALUE SPACES.           000074A7
0074A8         10 WS-SCR-TYPE-DESC    PIC X(30).                        000074A8
0074A9         10 FILLER              PIC X(1)  VALUE SPACES.           000074A9
007500     05 WS-SCR-CZ-HDG           PIC X(79) VALUE                   00007500
007600        'CLASS/AD-ZONE ROWS (CLASS ZONE EXCP):'.                  00007600
007700     05 WS-SCR-CZ-DTL OCCURS 12 TIMES                             00007700
009100         10 WS-SCR-DLQ-CNT      PIC ZZZ9.                         00009100
009200         10 FILLER              PIC X(49) VALUE SPACES.           00009200
009300     05 WS-SCR-MSG              PIC X(79) VALUE SPACES.           00009300
009400 01 WS-SCREEN-LEN               PIC S9(4) COMP VALUE 1580.        00009400
009500                                                                  00009500
009600 01 WS-CZ-DTL-BUILD.                                              00009600
009700     05 WS-CZB-CLASS            PIC ZZ9.                          00009700
010600*=================================================================00010600
010700 COPY DFHEIBLK.                                                   00010700
010800 COPY XXXN001A.                                                   00010800
0108A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000108A0
0108A1 COPY MMMC0181.                                                   000108A1
0108A2 01 MMMS0182-RENUM-SVC          PIC X(8)  VALUE 'MMMS0182'.       000108A2
0108A3 COPY MMMC0182.                                                   000108A3
0108A4 01 MMMS0183-CODE-DOM-SVC      PIC X(8)  VALUE 'MMMS0183'.        000108A4
0108A5 COPY MMMC0183.                                                   000108A5
010900 COPY YYYN005A.                                                   00010900
011000 COPY NNNN0000.                                                   00011000
011100 COPY PPPTRL01.                                                   00011100
015000     IF WS-IN-STORE-NO-N NOT NUMERIC                              00015000
015100       MOVE 'ENTER A NUMERIC STORE NUMBER' TO WS-SCR-MSG          00015100
015200     ELSE                                                         00015200
0152A0       PERFORM 720-RESOLVE-RENUMBERED-STORE                       000152A0
015300       PERFORM 100-SHOW-STORE-ROW                                 00015300
015400       IF SUCCESS                                                 00015400
015500         PERFORM 200-SHOW-CZ-ROWS                                 00015500
016300       MOVE IS-RTRN-MSG-TXT TO WS-SCR-MSG                         00016300
016400     END-IF                                                       00016400
016500                                                                  00016500
0165A0     PERFORM 710-SHOW-FREEZE-BANNER                               000165A0
016600     EXEC CICS SEND TEXT                                          00016600
016700       FROM   (WS-SCREEN-AREA)                                    00016700
016800       LENGTH (WS-SCREEN-LEN)                                     00016800
020200         MOVE FC-RL-STATUS-CD  TO WS-SCR-STATUS-CD                00020200
020300         MOVE FC-RL-DISTRICT-NO TO WS-SCR-DISTRICT                00020300
020400         MOVE FC-RL-COMPANY-NO  TO WS-SCR-COMPANY                 00020400
0204A0         PERFORM 730-DECODE-STORE-CODES                           000204A0
020500     END-EVALUATE                                                 00020500
020600     .                                                            00020600
020700                                                                  00020700
033700     END-IF                                                       00033700
033800     MOVE 0 TO SQLCODE                                            00033800
033900     .                                                            00033900
0339A0                                                                  000339A0
0339A1*=================================================================000339A1
0339A2* While a change freeze is on, its id and end show at the right   000339A2
0339A3* of the heading line (MMMS0181) - the DAOs still decide what     000339A3
0339A4* may change.                                                     000339A4
0339A5*=================================================================000339A5
0339A6 710-SHOW-FREEZE-BANNER.                                          000339A6
0339A7     SET  MMMC0181-GET-BANNER TO TRUE                             000339A7
0339A8     CALL MMMS0181-FREEZE-SVC USING                               000339A8
0339A9         XXXN001A                                                 000339A9
0339B0         MMMC0181                                                 000339B0
0339B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000339B1
0339B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000339B2
0339B3     END-IF                                                       000339B3
0339B4     .                                                            000339B4
0339B5                                                                  000339B5
0339B6*=================================================================000339B6
0339B7* A number retired by a store renumber (MMMB3202) brings up the   000339B7
0339B8* store it became, with a line saying so (MMMS0182). A failed     000339B8
0339B9* lookup is not shown - the number is used as keyed.              000339B9
0339C0*=================================================================000339C0
0339C1 720-RESOLVE-RENUMBERED-STORE.                                    000339C1
0339C2     INITIALIZE MMMC0182                                          000339C2
0339C3     SET  MMMC0182-RESOLVE TO TRUE                                000339C3
0339C4     MOVE 'S '                   TO MMMC0182-LOC-TYP-CD           000339C4
0339C5     MOVE WS-IN-STORE-NO-N       TO MMMC0182-LOC-NBR              000339C5
0339C6     CALL MMMS0182-RENUM-SVC USING                                000339C6
0339C7         XXXN001A                                                 000339C7
0339C8         MMMC0182                                                 000339C8
0339C9     IF SUCCESS AND MMMC0182-RENUMBERED                           000339C9
0339D0       MOVE MMMC0182-KEYED-LOC-NBR TO WS-RENUM-OLD-NO             000339D0
0339D1       MOVE MMMC0182-LOC-NBR       TO WS-RENUM-NEW-NO             000339D1
0339D2                                      WS-IN-STORE-NO-N            000339D2
0339D3       MOVE MMMC0182-RENUM-DT      TO WS-RENUM-DT                 000339D3
0339D4       MOVE WS-RENUM-MSG           TO WS-SCR-MSG                  000339D4
0339D5     END-IF                                                       000339D5
0339D6     INITIALIZE XXXN001A                                          000339D6
0339D7     .                                                            000339D7
0339E0                                                                  000339E0
0339E1*=================================================================000339E1
0339E2* Status and type codes decoded through the code-domain service   000339E2
0339E3* (MMMS0183, FC_XXXAIL_CODE_DOM). A value with no domain row shows000339E3
0339E4* as NOT DEFINED; a failed lookup just leaves the description     000339E4
0339E5* blank - the screen is an inquiry and must still come up.        000339E5
0339E6*=================================================================000339E6
0339E7 730-DECODE-STORE-CODES.                                          000339E7
0339E8     MOVE FC-RL-STATUS-CD TO WS-SCR-STAT-CD                       000339E8
0339E9     MOVE FC-RL-TYPE-CD   TO WS-SCR-TYPE-CD                       000339E9
0339F0     INITIALIZE MMMC0183                                          000339F0
0339F1     SET  MMMC0183-GET-DESC TO TRUE                               000339F1
0339F2     MOVE 'FC_RL_STATUS_CD' TO MMMC0183-FLD-NM                    000339F2
0339F3     MOVE WS-SCR-STAT-CD    TO MMMC0183-CODE-VAL                  000339F3
0339F4     CALL MMMS0183-CODE-DOM-SVC USING                             000339F4
0339F5         XXXN001A                                                 000339F5
0339F6         MMMC0183                                                 000339F6
0339F7     IF SUCCESS                                                   000339F7
0339F8       PERFORM 735-SET-CODE-DESC                                  000339F8
0339F9       MOVE WS-CODE-DESC TO WS-SCR-STAT-DESC                      000339F9
0339G0     END-IF                                                       000339G0
0339G1     INITIALIZE XXXN001A                                          000339G1
0339G2                                                                  000339G2
0339G3     MOVE 'FC_RL_TYPE_CD'   TO MMMC0183-FLD-NM                    000339G3
0339G4     MOVE WS-SCR-TYPE-CD    TO MMMC0183-CODE-VAL                  000339G4
0339G5     CALL MMMS0183-CODE-DOM-SVC USING                             000339G5
0339G6         XXXN001A                                                 000339G6
0339G7         MMMC0183                                                 000339G7
0339G8     IF SUCCESS                                                   000339G8
0339G9       PERFORM 735-SET-CODE-DESC                                  000339G9
0339H0       MOVE WS-CODE-DESC TO WS-SCR-TYPE-DESC                      000339H0
0339H1     END-IF                                                       000339H1
0339H2     INITIALIZE XXXN001A                                          000339H2
0339H3     .                                                            000339H3
0339H4                                                                  000339H4
0339H5 735-SET-CODE-DESC.                                               000339H5
0339H6     EVALUATE TRUE                                                000339H6
0339H7       WHEN MMMC0183-CODE-FOUND                                   000339H7
0339H8         MOVE MMMC0183-CODE-DESC TO WS-CODE-DESC                  000339H8
0339H9       WHEN MMMC0183-DOMAIN-LOADED                                000339H9
0339I0         MOVE 'NOT DEFINED'      TO WS-CODE-DESC                  000339I0
0339I1       WHEN OTHER                                                 000339I1
0339I2         MOVE SPACES             TO WS-CODE-DESC                  000339I2
0339I3     END-EVALUATE                                                 000339I3
0339I4     .                                                            000339I4
