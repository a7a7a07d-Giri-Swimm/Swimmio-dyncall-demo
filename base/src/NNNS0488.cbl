006019 COPY MMMC0175.                                                   00006019
006020 01 WS-ORG-TYPE-ROW-CNT                 PIC S9(9) COMP VALUE 0.   00006020
006021 01 WS-ORG-FLD-NM                       PIC X(18) VALUE SPACES.   00006021
0060B0* Code-domain edit - the small code columns on the store must     000060B0
0060B1* hold a value in effect on FC_XXXAIL_CODE_DOM once that column's 000060B1
0060B2* domain is loaded there.                                         000060B2
0060B3 01 MMMS0183-CODE-DOM-LKUP              PIC X(8)                  000060B3
0060B4                                        VALUE 'MMMS0183'.         000060B4
0060B5 COPY MMMC0183.                                                   000060B5
006022* Dual-control close working field - the row's current close      00006022
006023* date, so a keyed close can be told apart from a re-send of      00006023
006024* what is already on file.                                        00006024
006032 01 WS-ROLLUP-IDX                       PIC S9(4) COMP VALUE 0.   00006032
006033 01 WS-ROLLUP-REF-CNT                   PIC S9(9) COMP VALUE 0.   00006033
006034 01 WS-ROLLUP-TYPE-CNT                  PIC S9(9) COMP VALUE 0.   00006034
0060A0* Change-freeze gate (MMMS0181) - while a freeze on the calendar  000060A0
0060A1* is in force, a change to a frozen field is refused unless the   000060A1
0060A2* user is in the freeze's override group.                         000060A2
0060A3 01 MMMS0181-FREEZE-CHK                PIC X(8)                   000060A3
0060A4                                       VALUE 'MMMS0181'.          000060A4
0060A5 COPY MMMC0181.                                                   000060A5
006100 01 WS-DUMMY                           PIC X(1) VALUE SPACES.     00006100
006200 01 WS-CHECKPOINT-INC                  PIC S9(4) COMP VALUE 0.    00006200
006300 01 K-DEF-TM                           PIC X(8)  VALUE '00.00.00'.00006300
008650 01 WS-HIST-IMAGES.                                               00008650
008660     05 WS-HIST-BEFORE-IMAGE           PIC X(2000) VALUE SPACES.  00008660
008670     05 WS-HIST-AFTER-IMAGE            PIC X(2000) VALUE SPACES.  00008670
008673* Footage-history working fields - the footage on the row before  00008673
008676* a modify, to tell whether the modify moved it.                  00008676
008679 01 WS-FOOT-BEFORE.                                               00008679
008682     05 WS-FOOT-BEFORE-SW              PIC X(1)  VALUE 'N'.       00008682
008685         88 WS-FOOT-BEFORE-FOUND               VALUE 'Y'.         00008685
008688     05 WS-FOOT-BKRM-SV                PIC S9(7) COMP-3 VALUE 0.  00008688
008691     05 WS-FOOT-FD-SV                  PIC S9(7) COMP-3 VALUE 0.  00008691
008694     05 WS-FOOT-NONFD-SV               PIC S9(7) COMP-3 VALUE 0.  00008694
0086A0* Opening-date history working fields - the sales-open date on the000086A0
0086A1* row before a modify, to tell whether the modify moved it.       000086A1
0086A2 01 WS-OPEN-DT-BEFORE.                                            000086A2
0086A3     05 WS-OPEN-DT-BEFORE-SW           PIC X(1)  VALUE 'N'.       000086A3
0086A4         88 WS-OPEN-DT-BEFORE-FOUND            VALUE 'Y'.         000086A4
0086A5     05 WS-OPEN-DT-SV                  PIC X(10) VALUE SPACES.    000086A5
008700                                                                  00008700
008800 01 WS-NULL-INDS.                                                 00008800
008900     05 WS-ASSOC-ST-NO-IND             PIC S9(4) COMP VALUE 0.    00008900
010400 01 WS-NNNN0000-EXIT-CODES             PIC S9(4) COMP VALUE 0.    00010400
010500 01 WS-CURRENT-DATE-DATA               PIC X(26) VALUE SPACES.    00010500
010600 01 MMMS0304-RI-DEL-CHK                PIC X(8)  VALUE 'MMMS0304'.00010600
010650 01 MMMS0304-RI-PARENT-CHK             PIC X(8)  VALUE 'MMMS0304'.00010650
010700 01 MMMC0335-RI-INSERT-CHK             PIC X(8)  VALUE 'MMMS0335'.00010700
010800                                                                  00010800
010900* ========================< COPY BOOKS >==========================00010900
0143A0     EXEC SQL                                                     000143A0
0143A1       INCLUDE DDDTRR01                                           000143A1
0143A2     END-EXEC.                                                    000143A2
0143A3                                                                  000143A3
0143A4     EXEC SQL                                                     000143A4
0143A5       INCLUDE DDDTFH01                                           000143A5
0143A6     END-EXEC.                                                    000143A6
0143A7                                                                  000143A7
0143A8     EXEC SQL                                                     000143A8
0143A9       INCLUDE DDDTOP01                                           000143A9
0143AA     END-EXEC.                                                    000143AA
014400                                                                  00014400
014500* ========================< CURSORS >=============================00014500
014600* Place all cursors in this section.                              00014600
348610         END-IF                                                   00348610
348700         IF SUCCESS AND SQLCODE = 0                               00348700
348710           PERFORM 1450-WRITE-HIST-ROW-MODIFY                     00348710
348730           IF SUCCESS                                             00348730
348750             PERFORM 1470-WRITE-FOOT-HIST-MODIFY                  00348750
348770           END-IF                                                 00348770
348780           IF SUCCESS                                             00348780
348785             PERFORM 1480-WRITE-OPEN-SLIP-MODIFY                  00348785
348790           END-IF                                                 00348790
348800           PERFORM 2400-CHECK-FOR-DCM-EVENT                       00348800
348900         END-IF                                                   00348900
349000       END-IF                                                     00349000
349697     IF SUCCESS                                                   00349697
349698       PERFORM 1436-VALIDATE-ROLLUPS                              00349698
349699     END-IF                                                       00349699
34969A     IF SUCCESS                                                   0034969A
34969B       PERFORM 4550-CALL-MMMS0304-RI-PARENT-CHK                   0034969B
34969C     END-IF                                                       0034969C
34969D     IF SUCCESS                                                   0034969D
34969E       PERFORM 1439-VALIDATE-CODE-DOMAINS                         0034969E
34969F     END-IF                                                       0034969F
349700     .                                                            00349700
349710                                                                  00349710
349720* ================================================================00349720
349965           MOVE 'COMPANY_ID' TO WS-AUTH-FLD-NM                    00349965
349966           PERFORM 1426-CHECK-ONE-FIELD-AUTH                      00349966
349967         END-IF                                                   00349967
3499A0         IF  SUCCESS                                              003499A0
3499A1           PERFORM 1433-CHECK-CHANGE-FREEZE                       003499A1
3499A2         END-IF                                                   003499A2
349968     END-EVALUATE                                                 00349968
349969     .                                                            00349969
349970                                                                  00349970
3529D6     END-EXEC                                                     003529D6
3529D7     MOVE 0 TO SQLCODE                                            003529D7
3529D8     .                                                            003529D8
3529E0                                                                  003529E0
3529E1* ================================================================003529E1
3529E2* Change-freeze gate. A modify touches the protected columns whose003529E2
3529E3* value differs from the row as it stands (read by 1425 above); an003529E3
3529E4* add touches those it fills in, and a delete takes all of them   003529E4
3529E5* away. MMMS0181 refuses the change while a freeze covers one of  003529E5
3529E6* them, or everything, unless the user may override the freeze -  003529E6
3529E7* an override passes and is logged for the next-morning list.     003529E7
3529E8* ================================================================003529E8
3529E9 1433-CHECK-CHANGE-FREEZE.                                        003529E9
3529F0     INITIALIZE MMMC0181                                          003529F0
3529F1     SET  MMMC0181-MODIFY TO TRUE                                 003529F1
3529F2     IF DEA-NBR OF DCLXXXAIL-LOC NOT = WS-AUTH-CURR-DEA-NBR       003529F2
3529F3       ADD  1         TO MMMC0181-FLD-CNT                         003529F3
3529F4       MOVE 'DEA_NBR' TO MMMC0181-FLD-NM (MMMC0181-FLD-CNT)       003529F4
3529F5     END-IF                                                       003529F5
3529F6     IF COMPANY-ID OF DCLXXXAIL-LOC NOT = WS-AUTH-CURR-COMPANY-ID 003529F6
3529F7       ADD  1            TO MMMC0181-FLD-CNT                      003529F7
3529F8       MOVE 'COMPANY_ID' TO MMMC0181-FLD-NM (MMMC0181-FLD-CNT)    003529F8
3529F9     END-IF                                                       003529F9
3529G0     PERFORM 1434-CALL-FREEZE-CHECK                               003529G0
3529G1     .                                                            003529G1
3529G2                                                                  003529G2
3529G3 1437-CHECK-FREEZE-ADD-DEL.                                       003529G3
3529G4     PERFORM 2050-GET-CURRENT-USER                                003529G4
3529G5     INITIALIZE MMMC0181                                          003529G5
3529G6     IF EXIT-PUT-PURGE-ROW                                        003529G6
3529G7       SET  MMMC0181-DELETE TO TRUE                               003529G7
3529G8       MOVE 2            TO MMMC0181-FLD-CNT                      003529G8
3529G9       MOVE 'DEA_NBR'    TO MMMC0181-FLD-NM (1)                   003529G9
3529H0       MOVE 'COMPANY_ID' TO MMMC0181-FLD-NM (2)                   003529H0
3529H1     ELSE                                                         003529H1
3529H2       SET  MMMC0181-ADD TO TRUE                                  003529H2
3529H3       IF DEA-NBR OF DCLXXXAIL-LOC NOT = SPACES                   003529H3
3529H4         ADD  1         TO MMMC0181-FLD-CNT                       003529H4
3529H5         MOVE 'DEA_NBR' TO MMMC0181-FLD-NM (MMMC0181-FLD-CNT)     003529H5
3529H6       END-IF                                                     003529H6
3529H7       IF COMPANY-ID OF DCLXXXAIL-LOC NOT = 0                     003529H7
3529H8         ADD  1            TO MMMC0181-FLD-CNT                    003529H8
3529H9         MOVE 'COMPANY_ID' TO MMMC0181-FLD-NM (MMMC0181-FLD-CNT)  003529H9
3529I0       END-IF                                                     003529I0
3529I1     END-IF                                                       003529I1
3529I2     IF SUCCESS                                                   003529I2
3529I3       PERFORM 1434-CALL-FREEZE-CHECK                             003529I3
3529I4     END-IF                                                       003529I4
3529I5     .                                                            003529I5
3529I6                                                                  003529I6
3529I7 1434-CALL-FREEZE-CHECK.                                          003529I7
3529I8     SET  MMMC0181-CHECK-CHANGE TO TRUE                           003529I8
3529I9     MOVE 'NNNS0488'            TO MMMC0181-PGM-NM                003529I9
3529J0     MOVE YYYC0107-USER         TO MMMC0181-USER-ID               003529J0
3529J1     IF YYYN005A-CICS-ENV                                         003529J1
3529J2       SET MMMC0181-ONLINE-CALLER TO TRUE                         003529J2
3529J3     ELSE                                                         003529J3
3529J4       SET MMMC0181-BATCH-CALLER  TO TRUE                         003529J4
3529J5     END-IF                                                       003529J5
3529J6     MOVE LOC-TYP-CD OF DCLXXXAIL-LOC TO MMMC0181-LOC-TYP-CD      003529J6
3529J7     MOVE LOC-NBR    OF DCLXXXAIL-LOC TO MMMC0181-LOC-NBR         003529J7
3529J8     CALL MMMS0181-FREEZE-CHK USING                               003529J8
3529J9         XXXN001A                                                 003529J9
3529K0         MMMC0181                                                 003529K0
3529K1     .                                                            003529K1
3529D9                                                                  003529D9
352995* ================================================================00352995
352996* Organization reference edit. Every org id keyed on the store    00352996
353201       END-IF                                                     00353201
353202     END-IF                                                       00353202
353203     .                                                            00353203
3532A0                                                                  003532A0
3532A1* ================================================================003532A1
3532A2* Code-domain edit. GRP_CD, the primary and secondary group codes 003532A2
3532A3* and RETL_LOC_TYP_CD must each hold a value in effect on         003532A3
3532A4* FC_XXXAIL_CODE_DOM (active, inside its effective dates) - once  003532A4
3532A5* that column's domain is loaded. A blank code is not edited, and 003532A5
3532A6* a column with no domain rows passes, the same rollout rule the  003532A6
3532A7* org reference edit uses.                                        003532A7
3532A8* ================================================================003532A8
3532A9 1439-VALIDATE-CODE-DOMAINS.                                      003532A9
3532B0     MOVE 'GRP_CD'          TO MMMC0183-FLD-NM                    003532B0
3532B1     MOVE GRP-CD OF DCLXXXAIL-LOC TO MMMC0183-CODE-VAL            003532B1
3532B2     PERFORM 1441-CHECK-ONE-CODE-DOM                              003532B2
3532B3     IF SUCCESS                                                   003532B3
3532B4       MOVE 'PRIM_GRP_CD_1'   TO MMMC0183-FLD-NM                  003532B4
3532B5       MOVE PRIM-GRP-CD-1 OF DCLXXXAIL-LOC TO MMMC0183-CODE-VAL   003532B5
3532B6       PERFORM 1441-CHECK-ONE-CODE-DOM                            003532B6
3532B7     END-IF                                                       003532B7
3532B8     IF SUCCESS                                                   003532B8
3532B9       MOVE 'PRIM_GRP_CD_2'   TO MMMC0183-FLD-NM                  003532B9
3532C0       MOVE PRIM-GRP-CD-2 OF DCLXXXAIL-LOC TO MMMC0183-CODE-VAL   003532C0
3532C1       PERFORM 1441-CHECK-ONE-CODE-DOM                            003532C1
3532C2     END-IF                                                       003532C2
3532C3     IF SUCCESS                                                   003532C3
3532C4       MOVE 'SECY_GRP_CD_1'   TO MMMC0183-FLD-NM                  003532C4
3532C5       MOVE SECY-GRP-CD-1 OF DCLXXXAIL-LOC TO MMMC0183-CODE-VAL   003532C5
3532C6       PERFORM 1441-CHECK-ONE-CODE-DOM                            003532C6
3532C7     END-IF                                                       003532C7
3532C8     IF SUCCESS                                                   003532C8
3532C9       MOVE 'SECY_GRP_CD_2'   TO MMMC0183-FLD-NM                  003532C9
3532D0       MOVE SECY-GRP-CD-2 OF DCLXXXAIL-LOC TO MMMC0183-CODE-VAL   003532D0
3532D1       PERFORM 1441-CHECK-ONE-CODE-DOM                            003532D1
3532D2     END-IF                                                       003532D2
3532D3     IF SUCCESS                                                   003532D3
3532D4       MOVE 'RETL_LOC_TYP_CD' TO MMMC0183-FLD-NM                  003532D4
3532D5       MOVE RETL-LOC-TYP-CD OF DCLXXXAIL-LOC TO MMMC0183-CODE-VAL 003532D5
3532D6       PERFORM 1441-CHECK-ONE-CODE-DOM                            003532D6
3532D7     END-IF                                                       003532D7
3532DA     IF SUCCESS                                                   003532DA
3532DB       MOVE 'OP_RSN_CD'       TO MMMC0183-FLD-NM                  003532DB
3532DC       MOVE NNNN0000-OPEN-DT-RSN-CD TO MMMC0183-CODE-VAL          003532DC
3532DD       PERFORM 1441-CHECK-ONE-CODE-DOM                            003532DD
3532DE     END-IF                                                       003532DE
3532D8     .                                                            003532D8
3532D9                                                                  003532D9
3532E0 1441-CHECK-ONE-CODE-DOM.                                         003532E0
3532E1     IF MMMC0183-CODE-VAL NOT = SPACES                            003532E1
3532E2       SET  MMMC0183-VALIDATE TO TRUE                             003532E2
3532E3       MOVE SPACES            TO MMMC0183-AS-OF-DT                003532E3
3532E4       CALL MMMS0183-CODE-DOM-LKUP USING                          003532E4
3532E5           XXXN001A                                               003532E5
3532E6           MMMC0183                                               003532E6
3532E7       IF  SUCCESS                                                003532E7
3532E8       AND MMMC0183-DOMAIN-LOADED                                 003532E8
3532E9       AND NOT MMMC0183-CODE-IN-EFFECT                            003532E9
3532F0         SET  FAILURE TO TRUE                                     003532F0
3532F1         MOVE SPACES  TO IS-RTRN-MSG-TXT                          003532F1
3532F2         STRING 'NNNS0488 - Not a valid code for '                003532F2
3532F3                MMMC0183-FLD-NM ': ' MMMC0183-CODE-VAL            003532F3
3532F4                DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT            003532F4
3532F5       END-IF                                                     003532F5
3532F6     END-IF                                                       003532F6
3532F7     .                                                            003532F7
353204                                                                  00353204
353210 1430-CHECK-FOR-EVENTS.                                           00353210
353100     EXEC SQL                                                     00353100
356925     EVALUATE TRUE                                                00356925
356926       WHEN SQLCODE = 0                                           00356926
356927         MOVE DCLXXXAIL-LOC         TO WS-HIST-BEFORE-IMAGE       00356927
35692A         MOVE BKRM-SQ-FT      OF DCLXXXAIL-LOC TO WS-FOOT-BKRM-SV 0035692A
35692B         MOVE FD-LINER-FT     OF DCLXXXAIL-LOC TO WS-FOOT-FD-SV   0035692B
35692C         MOVE NON-FD-LINER-FT OF DCLXXXAIL-LOC TO WS-FOOT-NONFD-SV0035692C
35692D         SET  WS-FOOT-BEFORE-FOUND  TO TRUE                       0035692D
35692F         MOVE SLS-OPEN-DT     OF DCLXXXAIL-LOC TO WS-OPEN-DT-SV   0035692F
35692G         SET  WS-OPEN-DT-BEFORE-FOUND TO TRUE                     0035692G
356928       WHEN SQLCODE = 100                                         00356928
356929         MOVE SPACES                TO WS-HIST-BEFORE-IMAGE       00356929
35692E         MOVE 'N'                   TO WS-FOOT-BEFORE-SW          0035692E
35692H         MOVE 'N'                   TO WS-OPEN-DT-BEFORE-SW       0035692H
356930       WHEN OTHER                                                 00356930
356931         MOVE SQLCODE               TO WS-SQLCODE                 00356931
356932         SET  FAILURE               TO TRUE                       00356932
356988     END-IF                                                       00356988
356989     .                                                            00356989
356990                                                                  00356990
3569A0* ================================================================003569A0
3569A1*  Footage history - every add, and any modify that moved the     003569A1
3569A2*  backroom, food liner or non-food liner footage, lands a row on 003569A2
3569A3*  FC_XXXAIL_FOOT_HIST (DDDTFH01) with the footage in effect from 003569A3
3569A4*  today. The before footage of a modify was saved by             003569A4
3569A5*  1435-CAPTURE-BEFORE-IMAGE.                                     003569A5
3569A6* ================================================================003569A6
3569A7 1470-WRITE-FOOT-HIST-MODIFY.                                     003569A7
3569A8     IF NOT WS-FOOT-BEFORE-FOUND                                  003569A8
3569A9     OR BKRM-SQ-FT      OF DCLXXXAIL-LOC NOT = WS-FOOT-BKRM-SV    003569A9
3569B0     OR FD-LINER-FT     OF DCLXXXAIL-LOC NOT = WS-FOOT-FD-SV      003569B0
3569B1     OR NON-FD-LINER-FT OF DCLXXXAIL-LOC NOT = WS-FOOT-NONFD-SV   003569B1
3569B2       SET FH-CHG-TYPE-MODIFY         TO TRUE                     003569B2
3569B3       PERFORM 1475-INSERT-FOOT-HIST-ROW                          003569B3
3569B4     END-IF                                                       003569B4
3569B5     .                                                            003569B5
3569B6                                                                  003569B6
3569B7 1472-WRITE-FOOT-HIST-ADD.                                        003569B7
3569B8     SET FH-CHG-TYPE-ADD              TO TRUE                     003569B8
3569B9     PERFORM 1475-INSERT-FOOT-HIST-ROW                            003569B9
3569C0     .                                                            003569C0
3569C1                                                                  003569C1
3569C2 1475-INSERT-FOOT-HIST-ROW.                                       003569C2
3569C3     MOVE LOC-NBR    OF DCLXXXAIL-LOC TO FH-LOC-NBR               003569C3
3569C4     MOVE LOC-TYP-CD OF DCLXXXAIL-LOC TO FH-LOC-TYP-CD            003569C4
3569C5     PERFORM 2050-GET-CURRENT-USER                                003569C5
3569C6     MOVE YYYC0107-USER               TO FH-CHGD-BY-USER-ID       003569C6
3569C7     PERFORM 2040-GET-CURRENT-DATE                                003569C7
3569C8     MOVE YYYC0127-TS                 TO FH-EFF-TS                003569C8
3569C9     MOVE YYYC0127-TS (1:10)          TO FH-EFF-DT                003569C9
3569D0     MOVE BKRM-SQ-FT      OF DCLXXXAIL-LOC TO FH-BKRM-SQ-FT       003569D0
3569D1     MOVE FD-LINER-FT     OF DCLXXXAIL-LOC TO FH-FD-LINER-FT      003569D1
3569D2     MOVE NON-FD-LINER-FT OF DCLXXXAIL-LOC TO FH-NON-FD-LINER-FT  003569D2
3569D3     EXEC SQL                                                     003569D3
3569D4       INSERT INTO FC_XXXAIL_FOOT_HIST                            003569D4
3569D5         ( FH_LOC_NBR, FH_LOC_TYP_CD, FH_EFF_TS, FH_EFF_DT,       003569D5
3569D6           FH_BKRM_SQ_FT, FH_FD_LINER_FT, FH_NON_FD_LINER_FT,     003569D6
3569D7           FH_CHG_TYPE_CD, FH_CHGD_BY_USER_ID )                   003569D7
3569D8       VALUES                                                     003569D8
3569D9         ( :FH-LOC-NBR, :FH-LOC-TYP-CD, :FH-EFF-TS, :FH-EFF-DT,   003569D9
3569E0           :FH-BKRM-SQ-FT, :FH-FD-LINER-FT, :FH-NON-FD-LINER-FT,  003569E0
3569E1           :FH-CHG-TYPE-CD, :FH-CHGD-BY-USER-ID )                 003569E1
3569E2     END-EXEC                                                     003569E2
3569E3                                                                  003569E3
3569E4     IF SQLCODE NOT = 0                                           003569E4
3569E5       MOVE SQLCODE                 TO WS-SQLCODE                 003569E5
3569E6       SET  FAILURE                 TO TRUE                       003569E6
3569E7       MOVE SPACES                  TO IS-RTRN-MSG-TXT            003569E7
3569E8       STRING 'NNNS0488 - Unable to write footage history, SQL='  003569E8
3569E9              WS-SQLCODE                                          003569E9
3569F0              DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT              003569F0
3569F1       MOVE 0 TO SQLCODE                                          003569F1
3569F2     END-IF                                                       003569F2
3569F3     .                                                            003569F3
3569F4                                                                  003569F4
3569G0* ================================================================003569G0
3569G1*  Opening-date history - an add that carries a sales-open date,  003569G1
3569G2*  and any modify that sets or moves it, lands a row on           003569G2
3569G3*  FC_XXXAIL_OPEN_SLIP (DDDTOP01) with the old and new date, the  003569G3
3569G4*  user and the caller's reason code (NNNN0000-OPEN-DT-RSN-CD).   003569G4
3569G5*  A date taken back to the default is not recorded. The date on  003569G5
3569G6*  the row before a modify was saved by 1435-CAPTURE-BEFORE-IMAGE.003569G6
3569G7* ================================================================003569G7
3569G8 1480-WRITE-OPEN-SLIP-MODIFY.                                     003569G8
3569G9     EVALUATE TRUE                                                003569G9
3569GA       WHEN SLS-OPEN-DT OF DCLXXXAIL-LOC = SPACES                 003569GA
3569GB       WHEN SLS-OPEN-DT OF DCLXXXAIL-LOC = K-DEF-DT               003569GB
3569GC       WHEN SLS-OPEN-DT OF DCLXXXAIL-LOC = K-ZERO-DT              003569GC
3569GD         CONTINUE                                                 003569GD
3569GE       WHEN NOT WS-OPEN-DT-BEFORE-FOUND                           003569GE
3569GF       WHEN WS-OPEN-DT-SV = SPACES                                003569GF
3569GG       WHEN WS-OPEN-DT-SV = K-DEF-DT                              003569GG
3569GH       WHEN WS-OPEN-DT-SV = K-ZERO-DT                             003569GH
3569GI         SET  OP-CHG-TYPE-FIRST         TO TRUE                   003569GI
3569GJ         MOVE SLS-OPEN-DT OF DCLXXXAIL-LOC TO OP-OLD-DT           003569GJ
3569GK         PERFORM 1485-INSERT-OPEN-SLIP-ROW                        003569GK
3569GL       WHEN WS-OPEN-DT-SV NOT = SLS-OPEN-DT OF DCLXXXAIL-LOC      003569GL
3569GM         SET  OP-CHG-TYPE-MOVE          TO TRUE                   003569GM
3569GN         MOVE WS-OPEN-DT-SV             TO OP-OLD-DT              003569GN
3569GO         PERFORM 1485-INSERT-OPEN-SLIP-ROW                        003569GO
3569GP     END-EVALUATE                                                 003569GP
3569GQ     .                                                            003569GQ
3569GR                                                                  003569GR
3569GS 1482-WRITE-OPEN-SLIP-ADD.                                        003569GS
3569GT     IF  SLS-OPEN-DT OF DCLXXXAIL-LOC NOT = SPACES                003569GT
3569GU     AND SLS-OPEN-DT OF DCLXXXAIL-LOC NOT = K-DEF-DT              003569GU
3569GV     AND SLS-OPEN-DT OF DCLXXXAIL-LOC NOT = K-ZERO-DT             003569GV
3569GW       SET  OP-CHG-TYPE-FIRST           TO TRUE                   003569GW
3569GX       MOVE SLS-OPEN-DT OF DCLXXXAIL-LOC TO OP-OLD-DT             003569GX
3569GY       PERFORM 1485-INSERT-OPEN-SLIP-ROW                          003569GY
3569GZ     END-IF                                                       003569GZ
3569H0     .                                                            003569H0
3569H1                                                                  003569H1
3569H2 1485-INSERT-OPEN-SLIP-ROW.                                       003569H2
3569H3     MOVE LOC-NBR    OF DCLXXXAIL-LOC TO OP-LOC-NBR               003569H3
3569H4     MOVE LOC-TYP-CD OF DCLXXXAIL-LOC TO OP-LOC-TYP-CD            003569H4
3569H5     SET  OP-DT-TYP-SALES-OPEN        TO TRUE                     003569H5
3569H6     MOVE SLS-OPEN-DT OF DCLXXXAIL-LOC TO OP-NEW-DT               003569H6
3569H7     MOVE NNNN0000-OPEN-DT-RSN-CD     TO OP-RSN-CD                003569H7
3569H8     MOVE 'NNNS0488'                  TO OP-PGM-ID                003569H8
3569H9     PERFORM 2050-GET-CURRENT-USER                                003569H9
3569HA     MOVE YYYC0107-USER               TO OP-CHGD-BY-USER-ID       003569HA
3569HB     PERFORM 2040-GET-CURRENT-DATE                                003569HB
3569HC     MOVE YYYC0127-TS                 TO OP-CHG-TS                003569HC
3569HD                                                                  003569HD
3569HE     EXEC SQL                                                     003569HE
3569HF       INSERT INTO FC_XXXAIL_OPEN_SLIP                            003569HF
3569HG         ( OP_LOC_NBR, OP_LOC_TYP_CD, OP_DT_TYP_CD, OP_CHG_TS,    003569HG
3569HH           OP_CHG_TYPE_CD, OP_OLD_DT, OP_NEW_DT, OP_RSN_CD,       003569HH
3569HI           OP_CHGD_BY_USER_ID, OP_PGM_ID )                        003569HI
3569HJ       VALUES                                                     003569HJ
3569HK         ( :OP-LOC-NBR, :OP-LOC-TYP-CD, :OP-DT-TYP-CD, :OP-CHG-TS,003569HK
3569HL           :OP-CHG-TYPE-CD, :OP-OLD-DT, :OP-NEW-DT, :OP-RSN-CD,   003569HL
3569HM           :OP-CHGD-BY-USER-ID, :OP-PGM-ID )                      003569HM
3569HN     END-EXEC                                                     003569HN
3569HO                                                                  003569HO
3569HP     IF SQLCODE NOT = 0                                           003569HP
3569HQ       MOVE SQLCODE                 TO WS-SQLCODE                 003569HQ
3569HR       SET  FAILURE                 TO TRUE                       003569HR
3569HS       MOVE SPACES                  TO IS-RTRN-MSG-TXT            003569HS
3569HT       STRING 'NNNS0488 - Unable to write open-date history, SQL='003569HT
3569HU              WS-SQLCODE                                          003569HU
3569HV              DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT              003569HV
3569HW       MOVE 0 TO SQLCODE                                          003569HW
3569HX     END-IF                                                       003569HX
3569HY     .                                                            003569HY
357000 1440-D0-MODIFY-ROW.                                              00357000
357100     PERFORM 4670-REP-LOWVALUE-WITH-SPACES                        00357100
357200     PERFORM 5000-CALL-NNNU0488-CUD-ROUTINE                       00357200
362140     IF SUCCESS                                                   00362140
362150       PERFORM 1436-VALIDATE-ROLLUPS                              00362150
362160     END-IF                                                       00362160
362170     IF SUCCESS                                                   00362170
362180       PERFORM 4550-CALL-MMMS0304-RI-PARENT-CHK                   00362180
362190     END-IF                                                       00362190
3621A0     IF SUCCESS                                                   003621A0
3621A1       PERFORM 1437-CHECK-FREEZE-ADD-DEL                          003621A1
3621A2     END-IF                                                       003621A2
3621A3     IF SUCCESS                                                   003621A3
3621A4       PERFORM 1439-VALIDATE-CODE-DOMAINS                         003621A4
3621A5     END-IF                                                       003621A5
362200     .                                                            00362200
362300                                                                  00362300
362400                                                                  00362400
363300          SET YYYN110A-ADD TO TRUE                                00363300
363400          SET LOC-ADD      TO TRUE                                00363400
363410          PERFORM 1455-WRITE-HIST-ROW-ADD                         00363410
363450          PERFORM 1472-WRITE-FOOT-HIST-ADD                        00363450
363460          PERFORM 1482-WRITE-OPEN-SLIP-ADD                        00363460
363500          PERFORM 2000-DENORM-PROCESS                             00363500
363600        END-IF                                                    00363600
363700     END-IF                                                       00363700
363900                                                                  00363900
364000                                                                  00364000
364100 1600-EXIT-PUT-PURGE-ROW.                                         00364100
3641A0     PERFORM 1437-CHECK-FREEZE-ADD-DEL                            003641A0
3641A1     IF SUCCESS                                                   003641A1
3641A2       PERFORM 4500-CALL-MMMS0304-RI-DEL-CHK                      003641A2
3641A3     END-IF                                                       003641A3
364300     IF SUCCESS                                                   00364300
364400       PERFORM 5000-CALL-NNNU0488-CUD-ROUTINE                     00364400
364500                                                                  00364500
381000           EIBLK    WS-DUMMY                                      00381000
381100           XXXN001A YYYC0107                                      00381100
381200     ELSE                                                         00381200
381210*      A batch caller working on behalf of another user or        00381210
381220*      system names it in NNNN0000-CHGD-BY-USER-ID.               00381220
381230       IF NNNN0000-CHGD-BY-USER-ID NOT = SPACES                   00381230
381240         MOVE NNNN0000-CHGD-BY-USER-ID TO YYYC0107-USER           00381240
381250       ELSE                                                       00381250
381300         MOVE 'BATCH' TO YYYC0107-USER                            00381300
381310       END-IF                                                     00381310
381400     END-IF                                                       00381400
381500     .                                                            00381500
381600                                                                  00381600
398600     .                                                            00398600
398700                                                                  00398700
398800                                                                  00398800
398803* ================================================================00398803
398806* Parent checks ahead of the write - the store must already be on 00398806
398809* XXXATION, and a segment code must be one RETL_LOC_SEGM knows.   00398809
398812* ================================================================00398812
398815 4550-CALL-MMMS0304-RI-PARENT-CHK.                                00398815
398818     INITIALIZE MMMC0304                                          00398818
398821     MOVE LOC-TYP-CD OF DCLXXXAIL-LOC                             00398821
398824                                 TO MMMC0304-LOC-TYP-CD           00398824
398827     MOVE LOC-NBR OF DCLXXXAIL-LOC                                00398827
398830                                 TO MMMC0304-LOC-NBR              00398830
398833     IF EXIT-PUT-INSERT-ROW                                       00398833
398836       SET MMMC0304-INSERT-CHECK TO TRUE                          00398836
398839     ELSE                                                         00398839
398842       SET MMMC0304-UPDATE-CHECK TO TRUE                          00398842
398845     END-IF                                                       00398845
398848     SET   MMMC0304-XXXATION     TO TRUE                          00398848
398851     SET   MMMC0304-ORACLE       TO TRUE                          00398851
398854     CALL  MMMS0304-RI-PARENT-CHK USING                           00398854
398857              XXXN001A                                            00398857
398860              MMMC0304                                            00398860
398863                                                                  00398863
398866     IF SUCCESS                                                   00398866
398869     AND RETL-LOC-SEGM-CD OF DCLXXXAIL-LOC NOT = SPACES           00398869
398872       MOVE SPACES                 TO MMMC0304-DATA               00398872
398875       MOVE RETL-LOC-SEGM-CD OF DCLXXXAIL-LOC                     00398875
398878                                   TO MMMC0304-RETL-LOC-SEGM-CD   00398878
398881       SET   MMMC0304-RETL-LOC-SEGM TO TRUE                       00398881
398884       CALL  MMMS0304-RI-PARENT-CHK USING                         00398884
398887                XXXN001A                                          00398887
398890                MMMC0304                                          00398890
398893     END-IF                                                       00398893
398896     .                                                            00398896
398900 4600-CALL-MMMS0335-RI-ADD-CHK.                                   00398900
399000     INITIALIZE MMMC0335                                          00399000
399100     MOVE ECOMM-MKT-AREA-CD OF DCLXXXAIL-LOC                      00399100
