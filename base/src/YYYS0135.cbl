001300* translation, NNNS0487's add/modify edits) so "N.E.",            00001300
001400* "NorthEast" and "NE" stop appearing for the same store family   00001400
001500* and downstream matching and mailing work again.                 00001500
0015A0*                                                                 000015A0
0015A1* The line is standardized by the rules of the language it is     000015A1
0015A2* written in (STR-LANG-CD): blank or EN the postal words above,   000015A2
0015A3* FR the Canada Post French street types and directionals (AVENUE 000015A3
0015A4* to AV, CHEMIN to CH, OUEST to O ...) and ES the Puerto Rico     000015A4
0015A5* forms (AVENIDA to AVE, URBANIZACION to URB, CARRETERA to CARR   000015A5
0015A6* ...), for the alternate-language names and addresses on         000015A6
0015A7* FC_XXXAIL_ALT_LANG (MMMS0186). Any other code is refused.       000015A7
001600* ----------------------------------------------------------------00001600
001700 ENVIRONMENT DIVISION.                                            00001700
001800 CONFIGURATION SECTION.                                           00001800
006400     05 WS-STD-ENTRY OCCURS 22 TIMES.                             00006400
006500         10 WS-STD-FROM               PIC X(15).                  00006500
006600         10 WS-STD-TO                 PIC X(4).                   00006600
0066A0                                                                  000066A0
0066A1* --------------------------------------------------------------- 000066A1
0066A2* French (Canada Post) street types and directionals. Accents do  000066A2
0066A3* not survive every terminal, so the words are matched as keyed   000066A3
0066A4* without them.                                                   000066A4
0066A5* --------------------------------------------------------------- 000066A5
0066A6 01 K-NUM-FR-WORDS                   PIC S9(4) COMP VALUE 24.     000066A6
0066A7 01 WS-FR-WORD-VALUES.                                            000066A7
0066A8     05 FILLER PIC X(20) VALUE 'AVENUE         AV   '.            000066A8
0066A9     05 FILLER PIC X(20) VALUE 'BOULEVARD      BOUL '.            000066A9
0066B0     05 FILLER PIC X(20) VALUE 'CHEMIN         CH   '.            000066B0
0066B1     05 FILLER PIC X(20) VALUE 'ROUTE          RTE  '.            000066B1
0066B2     05 FILLER PIC X(20) VALUE 'AUTOROUTE      AUT  '.            000066B2
0066B3     05 FILLER PIC X(20) VALUE 'PLACE          PL   '.            000066B3
0066B4     05 FILLER PIC X(20) VALUE 'CARRE          CAR  '.            000066B4
0066B5     05 FILLER PIC X(20) VALUE 'CROISSANT      CROIS'.            000066B5
0066B6     05 FILLER PIC X(20) VALUE 'IMPASSE        IMP  '.            000066B6
0066B7     05 FILLER PIC X(20) VALUE 'PROMENADE      PROM '.            000066B7
0066B8     05 FILLER PIC X(20) VALUE 'RUELLE         RLE  '.            000066B8
0066B9     05 FILLER PIC X(20) VALUE 'SENTIER        SENT '.            000066B9
0066C0     05 FILLER PIC X(20) VALUE 'TERRASSE       TSSE '.            000066C0
0066C1     05 FILLER PIC X(20) VALUE 'ROND-POINT     RDPT '.            000066C1
0066C2     05 FILLER PIC X(20) VALUE 'NORD           N    '.            000066C2
0066C3     05 FILLER PIC X(20) VALUE 'SUD            S    '.            000066C3
0066C4     05 FILLER PIC X(20) VALUE 'EST            E    '.            000066C4
0066C5     05 FILLER PIC X(20) VALUE 'OUEST          O    '.            000066C5
0066C6     05 FILLER PIC X(20) VALUE 'NORD-EST       NE   '.            000066C6
0066C7     05 FILLER PIC X(20) VALUE 'NORD-OUEST     NO   '.            000066C7
0066C8     05 FILLER PIC X(20) VALUE 'SUD-EST        SE   '.            000066C8
0066C9     05 FILLER PIC X(20) VALUE 'SUD-OUEST      SO   '.            000066C9
0066D0     05 FILLER PIC X(20) VALUE 'APPARTEMENT    APP  '.            000066D0
0066D1     05 FILLER PIC X(20) VALUE 'BUREAU         BUR  '.            000066D1
0066D2 01 WS-FR-WORD-TBL REDEFINES WS-FR-WORD-VALUES.                   000066D2
0066D3     05 WS-FR-ENTRY OCCURS 24 TIMES.                              000066D3
0066D4         10 WS-FR-FROM                PIC X(15).                  000066D4
0066D5         10 WS-FR-TO                  PIC X(5).                   000066D5
0066D6                                                                  000066D6
0066D7* --------------------------------------------------------------- 000066D7
0066D8* Spanish (Puerto Rico) address words, as the postal service      000066D8
0066D9* standardizes them for the island.                               000066D9
0066E0* --------------------------------------------------------------- 000066E0
0066E1 01 K-NUM-ES-WORDS                   PIC S9(4) COMP VALUE 20.     000066E1
0066E2 01 WS-ES-WORD-VALUES.                                            000066E2
0066E3     05 FILLER PIC X(20) VALUE 'AVENIDA        AVE  '.            000066E3
0066E4     05 FILLER PIC X(20) VALUE 'CARRETERA      CARR '.            000066E4
0066E5     05 FILLER PIC X(20) VALUE 'URBANIZACION   URB  '.            000066E5
0066E6     05 FILLER PIC X(20) VALUE 'EXTENSION      EXT  '.            000066E6
0066E7     05 FILLER PIC X(20) VALUE 'RESIDENCIAL    RES  '.            000066E7
0066E8     05 FILLER PIC X(20) VALUE 'CONDOMINIO     COND '.            000066E8
0066E9     05 FILLER PIC X(20) VALUE 'EDIFICIO       EDIF '.            000066E9
0066F0     05 FILLER PIC X(20) VALUE 'APARTAMENTO    APT  '.            000066F0
0066F1     05 FILLER PIC X(20) VALUE 'BARRIO         BO   '.            000066F1
0066F2     05 FILLER PIC X(20) VALUE 'BARRIADA       BDA  '.            000066F2
0066F3     05 FILLER PIC X(20) VALUE 'JARDINES       JARD '.            000066F3
0066F4     05 FILLER PIC X(20) VALUE 'PARCELAS       PARC '.            000066F4
0066F5     05 FILLER PIC X(20) VALUE 'REPARTO        REPTO'.            000066F5
0066F6     05 FILLER PIC X(20) VALUE 'SECTOR         SECT '.            000066F6
0066F7     05 FILLER PIC X(20) VALUE 'KILOMETRO      KM   '.            000066F7
0066F8     05 FILLER PIC X(20) VALUE 'LOCAL          LOC  '.            000066F8
0066F9     05 FILLER PIC X(20) VALUE 'NORTE          N    '.            000066F9
0066G0     05 FILLER PIC X(20) VALUE 'SUR            S    '.            000066G0
0066G1     05 FILLER PIC X(20) VALUE 'ESTE           E    '.            000066G1
0066G2     05 FILLER PIC X(20) VALUE 'OESTE          O    '.            000066G2
0066G3 01 WS-ES-WORD-TBL REDEFINES WS-ES-WORD-VALUES.                   000066G3
0066G4     05 WS-ES-ENTRY OCCURS 20 TIMES.                              000066G4
0066G5         10 WS-ES-FROM                PIC X(15).                  000066G5
0066G6         10 WS-ES-TO                  PIC X(5).                   000066G6
006700                                                                  00006700
006800 01 YYYS0134-STRING-CRUNCH            PIC X(8) VALUE 'YYYS0134'.  00006800
006900 COPY YYYN000A.                                                   00006900
007200 COPY XXXN001A.                                                   00007200
007300 01 STR                               PIC X(80).                  00007300
007400 01 STR-LEN                           PIC S9(2) COMP.             00007400
0074A0 01 STR-LANG-CD                       PIC X(2).                   000074A0
0074A1     88 STR-LANG-ENGLISH                      VALUE SPACES 'EN'.  000074A1
0074A2     88 STR-LANG-FRENCH                       VALUE 'FR'.         000074A2
0074A3     88 STR-LANG-SPANISH                      VALUE 'ES'.         000074A3
007500                                                                  00007500
007600 PROCEDURE DIVISION USING                                         00007600
007700     XXXN001A                                                     00007700
007800     STR                                                          00007800
007900     STR-LEN                                                      00007900
0079A0     STR-LANG-CD                                                  000079A0
008000     .                                                            00008000
008100                                                                  00008100
008200******************************************************************00008200
011100       MOVE 'YYYS0135 - Text not passed for standardizing.'       00011100
011200         TO IS-RTRN-MSG-TXT                                       00011200
011300     END-IF                                                       00011300
0113A0                                                                  000113A0
0113A1     IF SUCCESS                                                   000113A1
0113A2     AND NOT STR-LANG-ENGLISH AND NOT STR-LANG-FRENCH             000113A2
0113A3     AND NOT STR-LANG-SPANISH                                     000113A3
0113A4       SET FAILURE TO TRUE                                        000113A4
0113A5       MOVE SPACES TO IS-RTRN-MSG-TXT                             000113A5
0113A6       STRING 'YYYS0135 - No address rules for language '         000113A6
0113A7              STR-LANG-CD '.'                                     000113A7
0113A8         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   000113A8
0113A9     END-IF                                                       000113A9
011400     .                                                            00011400
011500                                                                  00011500
011600* ================================================================00011600
014100       TALLYING IN WS-WORD-COUNT                                  00014100
014200     END-UNSTRING                                                 00014200
014300                                                                  00014300
0143A0     EVALUATE TRUE                                                000143A0
0143A1       WHEN STR-LANG-FRENCH                                       000143A1
0143A2         PERFORM 310-STANDARDIZE-FRENCH-WORD                      000143A2
0143A3           VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT          000143A3
0143A4       WHEN STR-LANG-SPANISH                                      000143A4
0143A5         PERFORM 320-STANDARDIZE-SPANISH-WORD                     000143A5
0143A6           VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT          000143A6
0143A7       WHEN OTHER                                                 000143A7
014400         PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WORD-COUNT    00014400
014500           PERFORM VARYING J FROM 1 BY 1 UNTIL J > K-NUM-STD-WORDS00014500
014600             IF WS-WORD (I) = WS-STD-FROM (J)                     00014600
014700               MOVE WS-STD-TO (J) TO WS-WORD (I)                  00014700
014800               MOVE K-NUM-STD-WORDS TO J                          00014800
014900             END-IF                                               00014900
015000           END-PERFORM                                            00015000
015100         END-PERFORM                                              00015100
015110     END-EVALUATE                                                 00015110
015200     .                                                            00015200
0152A0                                                                  000152A0
0152A1 310-STANDARDIZE-FRENCH-WORD.                                     000152A1
0152A2     PERFORM VARYING J FROM 1 BY 1 UNTIL J > K-NUM-FR-WORDS       000152A2
0152A3       IF WS-WORD (I) = WS-FR-FROM (J)                            000152A3
0152A4         MOVE WS-FR-TO (J) TO WS-WORD (I)                         000152A4
0152A5         MOVE K-NUM-FR-WORDS TO J                                 000152A5
0152A6       END-IF                                                     000152A6
0152A7     END-PERFORM                                                  000152A7
0152A8     .                                                            000152A8
0152A9                                                                  000152A9
0152B0 320-STANDARDIZE-SPANISH-WORD.                                    000152B0
0152B1     PERFORM VARYING J FROM 1 BY 1 UNTIL J > K-NUM-ES-WORDS       000152B1
0152B2       IF WS-WORD (I) = WS-ES-FROM (J)                            000152B2
0152B3         MOVE WS-ES-TO (J) TO WS-WORD (I)                         000152B3
0152B4         MOVE K-NUM-ES-WORDS TO J                                 000152B4
0152B5       END-IF                                                     000152B5
0152B6     END-PERFORM                                                  000152B6
0152B7     .                                                            000152B7
015300                                                                  00015300
015400* ================================================================00015400
015500* Put the words back together, one space apart...                 00015500
