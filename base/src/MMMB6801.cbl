002300* pass through YYYS0135 on the way out, so rows keyed before      00002300
002400* the add/modify hooks went in still publish clean.               00002400
002500*                                                                 00002500
0025A0* A store under a temporary closure (FC_XXXAIL_TEMP_CLOS) stays   000025A0
0025A1* on the listing, marked temporarily closed with its expected     000025A1
0025A2* reopen date; MMMS0168 answers closed for the days inside it.    000025A2
0025A3*                                                                 000025A3
0025B0* The services the store offers today (FC_XXXAIL_STORE_SVC, as    000025B0
0025B1* MMMS0184 lists them) ride at the end of the record - code and,  000025B1
0025B2* for a service that keeps its own hours, its open and close.     000025B2
0025B3*                                                                 000025B3
0025C0* The store's alternate-language name, customer-friendly name,    000025C0
0025C1* address lines and city (FC_XXXAIL_ALT_LANG, as MMMS0186 lists   000025C1
0025C2* them) follow, one entry per language on file - a blank field    000025C2
0025C3* there means no translation, so the primary value stands.        000025C3
0025C4*                                                                 000025C4
002600* Batch job - run nightly after the day's maintenance.            00002600
002700*---------------------------------------------------------------- 00002700
002800 ENVIRONMENT DIVISION.                                            00002800
006000        10 DIR-HRS-CLOS-TM             PIC X(8).                  00006000
006100        10 DIR-HRS-CLOSED-SW           PIC X(1).                  00006100
006200        10 DIR-HRS-WRAP-SW             PIC X(1).                  00006200
0062A0* O open, T temporarily closed today - DIR-REOPEN-DT is then the  000062A0
0062A1* date the store is expected to reopen.                           000062A1
0062A2     05 DIR-STORE-STAT-CD              PIC X(1).                  000062A2
0062A3     05 DIR-REOPEN-DT                  PIC X(10).                 000062A3
0062B0* Services in force today, up to ten, by service code. Open and   000062B0
0062B1* close are blank for a service that keeps store hours.           000062B1
0062B2     05 DIR-SVC-CNT                    PIC 9(2).                  000062B2
0062B3     05 DIR-SVC OCCURS 10 TIMES.                                  000062B3
0062B4        10 DIR-SVC-CD                  PIC X(4).                  000062B4
0062B5        10 DIR-SVC-OPEN-TM             PIC X(8).                  000062B5
0062B6        10 DIR-SVC-CLOS-TM             PIC X(8).                  000062B6
0062C0* Alternate-language names and addresses, up to two, by language. 000062C0
0062C1* A blank field has no translation - use the primary one above.   000062C1
0062C2     05 DIR-LANG-CNT                   PIC 9(1).                  000062C2
0062C3     05 DIR-LANG OCCURS 2 TIMES.                                  000062C3
0062C4        10 DIR-LANG-CD                 PIC X(2).                  000062C4
0062C5        10 DIR-LANG-STORE-NM           PIC X(30).                 000062C5
0062C6        10 DIR-LANG-FRNDLY-NM          PIC X(60).                 000062C6
0062C7        10 DIR-LANG-ADR-1              PIC X(30).                 000062C7
0062C8        10 DIR-LANG-ADR-2              PIC X(30).                 000062C8
0062C9        10 DIR-LANG-CITY               PIC X(30).                 000062C9
006300                                                                  00006300
006400 WORKING-STORAGE SECTION.                                         00006400
006500* --------------------------------------------------------------- 00006500
006800 01 NNNS0487-LO-DAO                   PIC X(8) VALUE 'NNNS0487'.  00006800
006900 01 MMMS0168-HRS-RESOLVER             PIC X(8) VALUE 'MMMS0168'.  00006900
007000 01 YYYS0135-ADDR-STD                 PIC X(8) VALUE 'YYYS0135'.  00007000
0070A0 01 MMMS0184-STORE-SVC               PIC X(8) VALUE 'MMMS0184'.   000070A0
0070B0 01 MMMS0186-ALT-LANG-SVC            PIC X(8) VALUE 'MMMS0186'.   000070B0
007100                                                                  00007100
007200 01 WS-PUBLISHED-COUNT                PIC 9(6) VALUE 0.           00007200
007300 01 WS-NOT-CURR-COUNT                 PIC 9(6) VALUE 0.           00007300
007400 01 WS-NO-LOC-COUNT                   PIC 9(6) VALUE 0.           00007400
007500 01 WS-FAILED-COUNT                   PIC 9(6) VALUE 0.           00007500
0075A0 01 WS-TEMP-CLOSED-COUNT              PIC 9(6) VALUE 0.           000075A0
0075B0 01 WS-WITH-SVC-COUNT                PIC 9(6) VALUE 0.            000075B0
0075B1 01 WS-SVC-SUB                       PIC S9(4) COMP VALUE 0.      000075B1
0075C0 01 WS-WITH-LANG-COUNT               PIC 9(6) VALUE 0.            000075C0
0075C1 01 WS-LANG-SUB                      PIC S9(4) COMP VALUE 0.      000075C1
007600 01 WS-SQLCODE                        PIC ----9.                  00007600
007700 01 WS-DAY-SUB                        PIC S9(4) COMP VALUE 0.     00007700
007800                                                                  00007800
008500                                                                  00008500
008600 01 WS-ADDR-STUFF                     PIC X(80) VALUE SPACES.     00008600
008700 01 WS-ADDR-LEN                       PIC S9(2) COMP VALUE 0.     00008700
008710 01 WS-ADDR-LANG-CD                   PIC X(2)  VALUE SPACES.     00008710
008800                                                                  00008800
008900* The seven calendar slots the hours columns cover - tonight's    00008900
009000* feed answers "what are the hours the rest of this week".        00009000
012800 COPY NNNN0000.                                                   00012800
012900 COPY PPPTLO01.                                                   00012900
013000 COPY MMMC0168.                                                   00013000
0130A0 COPY MMMC0184.                                                   000130A0
0130B0 COPY MMMC0186.                                                   000130B0
013100 COPY MMMK001B.                                                   00013100
013200 COPY YYYC0127.                                                   00013200
013300 COPY YYYN000A.                                                   00013300
035100                                                                  00035100
035200 300-BUILD-DIRECTORY-RECORD.                                      00035200
035300     MOVE SPACES TO DIR-REC                                       00035300
0353A0     MOVE 'O' TO DIR-STORE-STAT-CD                                000353A0
035400     MOVE FC-STORE-NO      OF DCLFC-XXXAIL-STORES                 00035400
035500       TO DIR-STORE-NO                                            00035500
035600     MOVE FC-RL-STORE-NM   OF DCLFC-XXXAIL-STORES                 00035600
039800             OR SKIP-THIS-STORE                                   00039800
039900       PERFORM 340-RESOLVE-ONE-DAY                                00039900
040000     END-PERFORM                                                  00040000
0400A0                                                                  000400A0
0400A1     IF PUBLISH-THIS-STORE                                        000400A1
0400A2       PERFORM 360-LIST-THE-SERVICES                              000400A2
0400A3     END-IF                                                       000400A3
0400B0                                                                  000400B0
0400B1     IF PUBLISH-THIS-STORE                                        000400B1
0400B2       PERFORM 380-LIST-THE-LANGUAGES                             000400B2
0400B3     END-IF                                                       000400B3
040100                                                                  00040100
040200     IF PUBLISH-THIS-STORE                                        00040200
040300       WRITE DIR-REC                                              00040300
040400       ADD 1 TO WS-PUBLISHED-COUNT                                00040400
0404A0       IF DIR-STORE-STAT-CD = 'T'                                 000404A0
0404A1         ADD 1 TO WS-TEMP-CLOSED-COUNT                            000404A1
0404A2       END-IF                                                     000404A2
0404B0       IF DIR-SVC-CNT > 0                                         000404B0
0404B1         ADD 1 TO WS-WITH-SVC-COUNT                               000404B1
0404B2       END-IF                                                     000404B2
0404C0       IF DIR-LANG-CNT > 0                                        000404C0
0404C1         ADD 1 TO WS-WITH-LANG-COUNT                              000404C1
0404C2       END-IF                                                     000404C2
040500     END-IF                                                       00040500
040600     .                                                            00040600
040700                                                                  00040700
041200           XXXN001A                                               00041200
041300           WS-ADDR-STUFF                                          00041300
041400           WS-ADDR-LEN                                            00041400
041410           WS-ADDR-LANG-CD                                        00041410
041500     END-IF                                                       00041500
041600     .                                                            00041600
041700                                                                  00041700
044700         TO DIR-HRS-CLOSED-SW (WS-DAY-SUB)                        00044700
044800       MOVE MMMC0168-WRAP-SW                                      00044800
044900         TO DIR-HRS-WRAP-SW   (WS-DAY-SUB)                        00044900
0449A0       IF WS-DAY-SUB = 1 AND MMMC0168-FROM-TEMP-CLOSURE           000449A0
0449A1         MOVE 'T'                TO DIR-STORE-STAT-CD             000449A1
0449A2         MOVE MMMC0168-REOPEN-DT TO DIR-REOPEN-DT                 000449A2
0449A3       END-IF                                                     000449A3
045000     END-IF                                                       00045000
045100     .                                                            00045100
0451A0                                                                  000451A0
0451A1*================================================================ 000451A1
0451A2* The store's services in force today, through the same service   000451A2
0451A3* the store inquiry answers from.                                 000451A3
0451A4*================================================================ 000451A4
0451A5 360-LIST-THE-SERVICES.                                           000451A5
0451A6     INITIALIZE XXXN001A                                          000451A6
0451A7                MMMC0184                                          000451A7
0451A8     SET  MMMC0184-LIST TO TRUE                                   000451A8
0451A9     MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES                      000451A9
0451B0       TO MMMC0184-LOC-NBR                                        000451B0
0451B1     MOVE K-STORE-LOC-TYPE TO MMMC0184-LOC-TYP-CD                 000451B1
0451B2     CALL MMMS0184-STORE-SVC USING                                000451B2
0451B3         XXXN001A                                                 000451B3
0451B4         MMMC0184                                                 000451B4
0451B5     IF NOT SUCCESS                                               000451B5
0451B6       SET SKIP-THIS-STORE TO TRUE                                000451B6
0451B7       ADD 1 TO WS-FAILED-COUNT                                   000451B7
0451B8       INITIALIZE XXXN001A                                        000451B8
0451B9     ELSE                                                         000451B9
0451C0       MOVE MMMC0184-SVC-CNT TO DIR-SVC-CNT                       000451C0
0451C1       PERFORM VARYING WS-SVC-SUB FROM 1 BY 1                     000451C1
0451C2               UNTIL WS-SVC-SUB > MMMC0184-SVC-CNT                000451C2
0451C3         MOVE MMMC0184-E-SVC-CD  (WS-SVC-SUB)                     000451C3
0451C4           TO DIR-SVC-CD      (WS-SVC-SUB)                        000451C4
0451C5         MOVE MMMC0184-E-OPEN-TM (WS-SVC-SUB)                     000451C5
0451C6           TO DIR-SVC-OPEN-TM (WS-SVC-SUB)                        000451C6
0451C7         MOVE MMMC0184-E-CLOS-TM (WS-SVC-SUB)                     000451C7
0451C8           TO DIR-SVC-CLOS-TM (WS-SVC-SUB)                        000451C8
0451C9       END-PERFORM                                                000451C9
0451D0     END-IF                                                       000451D0
0451D1     .                                                            000451D1
0451E0                                                                  000451E0
0451E1*================================================================ 000451E1
0451E2* The store's alternate-language names and addresses, through the 000451E2
0451E3* same service the store inquiry and the maintenance screen use.  000451E3
0451E4*================================================================ 000451E4
0451E5 380-LIST-THE-LANGUAGES.                                          000451E5
0451E6     INITIALIZE XXXN001A                                          000451E6
0451E7                MMMC0186                                          000451E7
0451E8     SET  MMMC0186-LIST TO TRUE                                   000451E8
0451E9     MOVE 2 TO MMMC0186-MAX-LANG                                  000451E9
0451F0     MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES                      000451F0
0451F1       TO MMMC0186-LOC-NBR                                        000451F1
0451F2     MOVE K-STORE-LOC-TYPE TO MMMC0186-LOC-TYP-CD                 000451F2
0451F3     CALL MMMS0186-ALT-LANG-SVC USING                             000451F3
0451F4         XXXN001A                                                 000451F4
0451F5         MMMC0186                                                 000451F5
0451F6     IF NOT SUCCESS                                               000451F6
0451F7       SET SKIP-THIS-STORE TO TRUE                                000451F7
0451F8       ADD 1 TO WS-FAILED-COUNT                                   000451F8
0451F9       INITIALIZE XXXN001A                                        000451F9
0451G0     ELSE                                                         000451G0
0451G1       MOVE MMMC0186-LANG-CNT TO DIR-LANG-CNT                     000451G1
0451G2       PERFORM VARYING WS-LANG-SUB FROM 1 BY 1                    000451G2
0451G3               UNTIL WS-LANG-SUB > MMMC0186-LANG-CNT              000451G3
0451G4         MOVE MMMC0186-E-LANG-CD   (WS-LANG-SUB)                  000451G4
0451G5           TO DIR-LANG-CD        (WS-LANG-SUB)                    000451G5
0451G6         MOVE MMMC0186-E-STORE-NM  (WS-LANG-SUB)                  000451G6
0451G7           TO DIR-LANG-STORE-NM  (WS-LANG-SUB)                    000451G7
0451G8         MOVE MMMC0186-E-FRNDLY-NM (WS-LANG-SUB)                  000451G8
0451G9           TO DIR-LANG-FRNDLY-NM (WS-LANG-SUB)                    000451G9
0451H0         MOVE MMMC0186-E-ADR-1     (WS-LANG-SUB)                  000451H0
0451H1           TO DIR-LANG-ADR-1     (WS-LANG-SUB)                    000451H1
0451H2         MOVE MMMC0186-E-ADR-2     (WS-LANG-SUB)                  000451H2
0451H3           TO DIR-LANG-ADR-2     (WS-LANG-SUB)                    000451H3
0451H4         MOVE MMMC0186-E-CITY      (WS-LANG-SUB)                  000451H4
0451H5           TO DIR-LANG-CITY      (WS-LANG-SUB)                    000451H5
0451H6       END-PERFORM                                                000451H6
0451H7     END-IF                                                       000451H7
0451H8     .                                                            000451H8
045200                                                                  00045200
045300 800-REPORT-SQL-ERROR.                                            00045300
045400     MOVE SQLCODE TO WS-SQLCODE                                   00045400
047200     MOVE 'STORES PUBLISHED      -  ' TO WS-CNT-TXT               00047200
047300     MOVE WS-PUBLISHED-COUNT          TO WS-CNT-NBR               00047300
047400     WRITE RPT-LINE FROM WS-CNT-LINE                              00047400
0474A0     MOVE '  TEMPORARILY CLOSED  -  ' TO WS-CNT-TXT               000474A0
0474A1     MOVE WS-TEMP-CLOSED-COUNT        TO WS-CNT-NBR               000474A1
0474A2     WRITE RPT-LINE FROM WS-CNT-LINE                              000474A2
0474B0     MOVE '  WITH SERVICES       -  ' TO WS-CNT-TXT               000474B0
0474B1     MOVE WS-WITH-SVC-COUNT           TO WS-CNT-NBR               000474B1
0474B2     WRITE RPT-LINE FROM WS-CNT-LINE                              000474B2
0474C0     MOVE '  WITH TRANSLATIONS   -  ' TO WS-CNT-TXT               000474C0
0474C1     MOVE WS-WITH-LANG-COUNT          TO WS-CNT-NBR               000474C1
0474C2     WRITE RPT-LINE FROM WS-CNT-LINE                              000474C2
047500     MOVE 'SKIPPED - MID-SYNC    -  ' TO WS-CNT-TXT               00047500
047600     MOVE WS-NOT-CURR-COUNT           TO WS-CNT-NBR               00047600
047700     WRITE RPT-LINE FROM WS-CNT-LINE                              00047700
