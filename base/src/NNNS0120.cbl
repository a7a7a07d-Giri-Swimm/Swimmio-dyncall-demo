004300                                       10 TIMES.                  00004300
004400                                                                  00004400
004500 01 MMMS0304-RI-DEL-CHK                PIC X(8) VALUE 'MMMS0304'. 00004500
004550 01 MMMS0304-RI-PARENT-CHK             PIC X(8) VALUE 'MMMS0304'. 00004550
004600* ========================< COPY BOOKS >==========================00004600
004700* Place all copy books in this section.                           00004700
004800* ================================================================00004800
005000 COPY HHHTRL01.                                                   00005000
005100 COPY YYYN000A.                                                   00005100
005200 COPY MMMC0304.                                                   00005200
0052A0 01 WS-DUMMY                           PIC X(1) VALUE SPACES.     000052A0
0052A1* Change-freeze gate (MMMS0181) - FC_RL_STORE_DEA_NO and          000052A1
0052A2* FC_RL_COMPANY_NO are the FC copies of DEA_NBR and COMPANY_ID and000052A2
0052A3* freeze under those names; the current values tell a modify that 000052A3
0052A4* really changes them from one that re-sends them.                000052A4
0052A5 01 MMMS0181-FREEZE-CHK                PIC X(8)                   000052A5
0052A6                                       VALUE 'MMMS0181'.          000052A6
0052A7 COPY MMMC0181.                                                   000052A7
0052A8 01 WS-FRZ-CURR-DEA-NO                 PIC X(9) VALUE SPACES.     000052A8
0052A9 01 WS-FRZ-CURR-COMPANY-NO             PIC S9(3)V COMP-3 VALUE 0. 000052A9
0052B0 COPY DFHEIBLK.                                                   000052B0
0052B1 COPY YYYC0107.                                                   000052B1
0052C0* Code-domain edit (MMMS0183) - status, type, group, SOS type and 000052C0
0052C1* setoff codes must be in effect on FC_XXXAIL_CODE_DOM once that  000052C1
0052C2* column's domain is loaded. FC_RL_TYPE_CD is kept there as three 000052C2
0052C3* zero-filled digits.                                             000052C3
0052C4 01 MMMS0183-CODE-DOM-LKUP            PIC X(8)                    000052C4
0052C5                                      VALUE 'MMMS0183'.           000052C5
0052C6 COPY MMMC0183.                                                   000052C6
0052C7 01 WS-DOM-TYPE-CD                    PIC 9(3) VALUE 0.           000052C7
0052C8* Opening-date history - FC_RL_OPENING_DT on the row before a     000052C8
0052C9* modify (USA format, as the parameter area carries it), to tell  000052C9
0052CA* whether the call sets or moves the store's opening date.        000052CA
0052CB 01 WS-CURR-OPENING-DT                PIC X(10) VALUE SPACES.     000052CB
0052CC 01 WS-NO-OPENING-DT                  PIC X(10)                   000052CC
0052CD                                      VALUE '12/31/9999'.         000052CD
005300                                                                  00005300
005400* ========================< DCL GENS >============================00005400
005500* Place all DCL gens in this section.                             00005500
005700     EXEC SQL                                                     00005700
005800       INCLUDE DDDTRL01                                           00005800
005900     END-EXEC.                                                    00005900
005910                                                                  00005910
005920     EXEC SQL                                                     00005920
005930       INCLUDE DDDTOP01                                           00005930
005940     END-EXEC.                                                    00005940
006000                                                                  00006000
006100* ========================< CURSORS >=============================00006100
006200* Place all cursors in this section.                              00006200
171900       PERFORM 110-MOVE-PDA-FIELDS-2-DCL                          00171900
172000     END-IF                                                       00172000
172100                                                                  00172100
1721A0     IF  SUCCESS                                                  001721A0
1721A1     AND (EXIT-PUT-INSERT-ROW OR EXIT-PUT-PURGE-ROW               001721A1
1721A2          OR EXIT-PUT-MODIFY-ROW)                                 001721A2
1721A3       PERFORM 150-CHECK-CHANGE-FREEZE                            001721A3
1721A4     END-IF                                                       001721A4
1721B0     IF  SUCCESS                                                  001721B0
1721B1     AND (EXIT-PUT-INSERT-ROW OR EXIT-PUT-MODIFY-ROW)             001721B1
1721B2       PERFORM 160-VALIDATE-CODE-DOMAINS                          001721B2
1721B3     END-IF                                                       001721B3
172200     IF (YYYN005A-ORACLE       OR EXIT-PUT-INSERT-ROW             00172200
172300         OR EXIT-PUT-PURGE-ROW OR EXIT-PUT-MODIFY-ROW)            00172300
172400       PERFORM 115-CONNECT-TO-ORACLE                              00172400
172600     .                                                            00172600
172700                                                                  00172700
172800                                                                  00172800
1728A0* ================================================================001728A0
1728A1* Change-freeze gate, ahead of the Oracle connect so MMMS0181     001728A1
1728A2* reads the calendar on DB2. A modify touches the protected       001728A2
1728A3* columns whose value it changes, an add those it fills in, and a 001728A3
1728A4* delete takes all of them away. A freeze on *ALL or on one of    001728A4
1728A5* them refuses the change unless the user may override it.        001728A5
1728A6* ================================================================001728A6
1728A7 150-CHECK-CHANGE-FREEZE.                                         001728A7
1728A8     PERFORM 155-GET-CURRENT-USER                                 001728A8
1728A9     INITIALIZE MMMC0181                                          001728A9
1728B0     EVALUATE TRUE                                                001728B0
1728B1       WHEN EXIT-PUT-INSERT-ROW                                   001728B1
1728B2         SET  MMMC0181-ADD TO TRUE                                001728B2
1728B3         MOVE SPACES       TO WS-FRZ-CURR-DEA-NO                  001728B3
1728B4         MOVE 0            TO WS-FRZ-CURR-COMPANY-NO              001728B4
1728BA         MOVE SPACES       TO WS-CURR-OPENING-DT                  001728BA
1728B5       WHEN EXIT-PUT-PURGE-ROW                                    001728B5
1728B6         SET  MMMC0181-DELETE TO TRUE                             001728B6
1728B7       WHEN OTHER                                                 001728B7
1728B8         SET  MMMC0181-MODIFY TO TRUE                             001728B8
1728B9         PERFORM 152-GET-CURRENT-VALUES                           001728B9
1728C0     END-EVALUATE                                                 001728C0
1728C1                                                                  001728C1
1728C2     IF EXIT-PUT-PURGE-ROW                                        001728C2
1728C3       MOVE 2            TO MMMC0181-FLD-CNT                      001728C3
1728C4       MOVE 'DEA_NBR'    TO MMMC0181-FLD-NM (1)                   001728C4
1728C5       MOVE 'COMPANY_ID' TO MMMC0181-FLD-NM (2)                   001728C5
1728C6     ELSE                                                         001728C6
1728C7       IF FC-RL-STORE-DEA-NO OF DCLFC-XXXAIL-STORES               001728C7
1728C8          NOT = WS-FRZ-CURR-DEA-NO                                001728C8
1728C9         ADD  1         TO MMMC0181-FLD-CNT                       001728C9
1728D0         MOVE 'DEA_NBR' TO MMMC0181-FLD-NM (MMMC0181-FLD-CNT)     001728D0
1728D1       END-IF                                                     001728D1
1728D2       IF FC-RL-COMPANY-NO OF DCLFC-XXXAIL-STORES                 001728D2
1728D3          NOT = WS-FRZ-CURR-COMPANY-NO                            001728D3
1728D4         ADD  1            TO MMMC0181-FLD-CNT                    001728D4
1728D5         MOVE 'COMPANY_ID' TO MMMC0181-FLD-NM (MMMC0181-FLD-CNT)  001728D5
1728D6       END-IF                                                     001728D6
1728D7     END-IF                                                       001728D7
1728D8                                                                  001728D8
1728D9     IF SUCCESS                                                   001728D9
1728E0       SET  MMMC0181-CHECK-CHANGE TO TRUE                         001728E0
1728E1       MOVE 'NNNS0120'            TO MMMC0181-PGM-NM              001728E1
1728E2       MOVE YYYC0107-USER         TO MMMC0181-USER-ID             001728E2
1728E3       IF YYYN005A-CICS-ENV                                       001728E3
1728E4         SET MMMC0181-ONLINE-CALLER TO TRUE                       001728E4
1728E5       ELSE                                                       001728E5
1728E6         SET MMMC0181-BATCH-CALLER  TO TRUE                       001728E6
1728E7       END-IF                                                     001728E7
1728E8       MOVE 'S '                  TO MMMC0181-LOC-TYP-CD          001728E8
1728E9       MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES                    001728E9
1728F0                                  TO MMMC0181-LOC-NBR             001728F0
1728F1       CALL MMMS0181-FREEZE-CHK USING                             001728F1
1728F2           W00N001A                                               001728F2
1728F3           MMMC0181                                               001728F3
1728F4     END-IF                                                       001728F4
1728F5     .                                                            001728F5
1728F6                                                                  001728F6
1728F7                                                                  001728F7
1728F8* A row not on file yet compares as unchanged - the modify itself 001728F8
1728F9* reports the missing row.                                        001728F9
1728G0 152-GET-CURRENT-VALUES.                                          001728G0
1728G1     EXEC SQL                                                     001728G1
1728G2         SELECT FC_RL_STORE_DEA_NO, FC_RL_COMPANY_NO,             001728G2
1728GA                CHAR(FC_RL_OPENING_DT, USA)                       001728GA
1728G3         INTO  :WS-FRZ-CURR-DEA-NO,                               001728G3
1728G4               :WS-FRZ-CURR-COMPANY-NO,                           001728G4
1728GB               :WS-CURR-OPENING-DT                                001728GB
1728G5         FROM   FC_XXXAIL_STORES                                  001728G5
1728G6         WHERE  FC_STORE_NO = :DCLFC-XXXAIL-STORES.FC-STORE-NO    001728G6
1728G7     END-EXEC                                                     001728G7
1728G8                                                                  001728G8
1728G9     EVALUATE TRUE                                                001728G9
1728H0       WHEN SQLCODE = 0                                           001728H0
1728H1         CONTINUE                                                 001728H1
1728H2       WHEN SQLCODE = 100                                         001728H2
1728H3         MOVE 0 TO SQLCODE                                        001728H3
1728H4         MOVE FC-RL-STORE-DEA-NO OF DCLFC-XXXAIL-STORES           001728H4
1728H5           TO WS-FRZ-CURR-DEA-NO                                  001728H5
1728H6         MOVE FC-RL-COMPANY-NO OF DCLFC-XXXAIL-STORES             001728H6
1728H7           TO WS-FRZ-CURR-COMPANY-NO                              001728H7
1728HA         MOVE FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES             001728HA
1728HB           TO WS-CURR-OPENING-DT                                  001728HB
1728H8       WHEN OTHER                                                 001728H8
1728H9         MOVE SQLCODE                 TO WS-SQLCODE               001728H9
1728I0         SET  FAILURE                 TO TRUE                     001728I0
1728I1         MOVE SPACES TO IS-RTRN-MSG-TXT OF W00N001A               001728I1
1728I2         STRING 'NNNS0120 - Error reading freeze fields, SQL='    001728I2
1728I3                WS-SQLCODE                                        001728I3
1728I4                DELIMITED BY SIZE                                 001728I4
1728I5                INTO IS-RTRN-MSG-TXT OF W00N001A                  001728I5
1728I6     END-EVALUATE                                                 001728I6
1728I7     .                                                            001728I7
1728I8                                                                  001728I8
1728I9                                                                  001728I9
1728J0* ================================================================001728J0
1728J1* The user the change is made for - the CICS signon online; in    001728J1
1728J2* batch, the user a caller names in NNNN0000-CHGD-BY-USER-ID.     001728J2
1728J3* ================================================================001728J3
1728J4 155-GET-CURRENT-USER.                                            001728J4
1728J5     IF  SUCCESS                                                  001728J5
1728J6     AND YYYN005A-CICS-ENV                                        001728J6
1728J7       CALL Z-GET-CICS-USER-ID USING                              001728J7
1728J8           EIBLK    WS-DUMMY                                      001728J8
1728J9           W00N001A YYYC0107                                      001728J9
1728K0     ELSE                                                         001728K0
1728K1       IF NNNN0000-CHGD-BY-USER-ID NOT = SPACES                   001728K1
1728K2         MOVE NNNN0000-CHGD-BY-USER-ID TO YYYC0107-USER           001728K2
1728K3       ELSE                                                       001728K3
1728K4         MOVE 'BATCH' TO YYYC0107-USER                            001728K4
1728K5       END-IF                                                     001728K5
1728K6     END-IF                                                       001728K6
1728K7     .                                                            001728K7
1728L0                                                                  001728L0
1728L1                                                                  001728L1
1728L2* ================================================================001728L2
1728L3* Code-domain edit, also ahead of the Oracle connect so MMMS0183  001728L3
1728L4* reads FC_XXXAIL_CODE_DOM on DB2. Each code keyed must be in     001728L4
1728L5* effect in its column's domain; a blank (or zero type) code is   001728L5
1728L6* not edited, and a column whose domain is not loaded yet passes. 001728L6
1728L7* ================================================================001728L7
1728L8 160-VALIDATE-CODE-DOMAINS.                                       001728L8
1728L9     MOVE 'FC_RL_STATUS_CD'   TO MMMC0183-FLD-NM                  001728L9
1728M0     MOVE FC-RL-STATUS-CD OF DCLFC-XXXAIL-STORES                  001728M0
1728M1       TO MMMC0183-CODE-VAL                                       001728M1
1728M2     PERFORM 165-CHECK-ONE-CODE-DOM                               001728M2
1728M3     IF  SUCCESS                                                  001728M3
1728M4     AND FC-RL-TYPE-CD OF DCLFC-XXXAIL-STORES NOT = 0             001728M4
1728M5       MOVE FC-RL-TYPE-CD OF DCLFC-XXXAIL-STORES TO WS-DOM-TYPE-CD001728M5
1728M6       MOVE 'FC_RL_TYPE_CD'     TO MMMC0183-FLD-NM                001728M6
1728M7       MOVE WS-DOM-TYPE-CD      TO MMMC0183-CODE-VAL              001728M7
1728M8       PERFORM 165-CHECK-ONE-CODE-DOM                             001728M8
1728M9     END-IF                                                       001728M9
1728N0     IF SUCCESS                                                   001728N0
1728N1       MOVE 'FC_RL_GROUP_CD'    TO MMMC0183-FLD-NM                001728N1
1728N2       MOVE FC-RL-GROUP-CD OF DCLFC-XXXAIL-STORES                 001728N2
1728N3         TO MMMC0183-CODE-VAL                                     001728N3
1728N4       PERFORM 165-CHECK-ONE-CODE-DOM                             001728N4
1728N5     END-IF                                                       001728N5
1728N6     IF SUCCESS                                                   001728N6
1728N7       MOVE 'FC_RL_SOS_TYPE_CD' TO MMMC0183-FLD-NM                001728N7
1728N8       MOVE FC-RL-SOS-TYPE-CD OF DCLFC-XXXAIL-STORES              001728N8
1728N9         TO MMMC0183-CODE-VAL                                     001728N9
1728O0       PERFORM 165-CHECK-ONE-CODE-DOM                             001728O0
1728O1     END-IF                                                       001728O1
1728O2     IF SUCCESS                                                   001728O2
1728O3       MOVE 'FC_RL_SETOFF_CD'   TO MMMC0183-FLD-NM                001728O3
1728O4       MOVE FC-RL-SETOFF-CD OF DCLFC-XXXAIL-STORES                001728O4
1728O5         TO MMMC0183-CODE-VAL                                     001728O5
1728O6       PERFORM 165-CHECK-ONE-CODE-DOM                             001728O6
1728O7     END-IF                                                       001728O7
1728OA     IF SUCCESS                                                   001728OA
1728OB       MOVE 'OP_RSN_CD'         TO MMMC0183-FLD-NM                001728OB
1728OC       MOVE NNNN0000-OPEN-DT-RSN-CD TO MMMC0183-CODE-VAL          001728OC
1728OD       PERFORM 165-CHECK-ONE-CODE-DOM                             001728OD
1728OE     END-IF                                                       001728OE
1728O8     .                                                            001728O8
1728O9                                                                  001728O9
1728P0                                                                  001728P0
1728P1 165-CHECK-ONE-CODE-DOM.                                          001728P1
1728P2     IF MMMC0183-CODE-VAL NOT = SPACES                            001728P2
1728P3       SET  MMMC0183-VALIDATE TO TRUE                             001728P3
1728P4       MOVE SPACES            TO MMMC0183-AS-OF-DT                001728P4
1728P5       CALL MMMS0183-CODE-DOM-LKUP USING                          001728P5
1728P6           W00N001A                                               001728P6
1728P7           MMMC0183                                               001728P7
1728P8       IF  SUCCESS                                                001728P8
1728P9       AND MMMC0183-DOMAIN-LOADED                                 001728P9
1728Q0       AND NOT MMMC0183-CODE-IN-EFFECT                            001728Q0
1728Q1         SET  FAILURE TO TRUE                                     001728Q1
1728Q2         MOVE SPACES TO IS-RTRN-MSG-TXT OF W00N001A               001728Q2
1728Q3         STRING 'NNNS0120 - Not a valid code for '                001728Q3
1728Q4                MMMC0183-FLD-NM ': ' MMMC0183-CODE-VAL            001728Q4
1728Q5                DELIMITED BY SIZE                                 001728Q5
1728Q6                INTO IS-RTRN-MSG-TXT OF W00N001A                  001728Q6
1728Q7       END-IF                                                     001728Q7
1728Q8     END-IF                                                       001728Q8
1728Q9     .                                                            001728Q9
1728R0* ================================================================001728R0
1728R1* Opening-date history, once the Oracle change is made and DB2 is 001728R1
1728R2* connected again. An add carrying an opening date, and a modify  001728R2
1728R3* that sets or moves FC_RL_OPENING_DT, lands a row on             001728R3
1728R4* FC_XXXAIL_OPEN_SLIP (DDDTOP01) with the old and new date, the   001728R4
1728R5* user and the caller's reason code (NNNN0000-OPEN-DT-RSN-CD). A  001728R5
1728R6* date taken back to 12/31/9999 (no date) is not recorded.        001728R6
1728R7* ================================================================001728R7
1728R8 170-WRITE-OPEN-SLIP.                                             001728R8
1728R9     EVALUATE TRUE                                                001728R9
1728RA       WHEN FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES = SPACES      001728RA
1728RB       WHEN FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES               001728RB
1728RC            = WS-NO-OPENING-DT                                    001728RC
1728RD         CONTINUE                                                 001728RD
1728RE       WHEN WS-CURR-OPENING-DT = SPACES                           001728RE
1728RF       WHEN WS-CURR-OPENING-DT = WS-NO-OPENING-DT                 001728RF
1728RG         SET  OP-CHG-TYPE-FIRST  TO TRUE                          001728RG
1728RH         MOVE FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES TO OP-OLD-DT001728RH
1728RI         PERFORM 175-INSERT-OPEN-SLIP-ROW                         001728RI
1728RJ       WHEN WS-CURR-OPENING-DT                                    001728RJ
1728RK            NOT = FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES         001728RK
1728RL         SET  OP-CHG-TYPE-MOVE   TO TRUE                          001728RL
1728RM         MOVE WS-CURR-OPENING-DT TO OP-OLD-DT                     001728RM
1728RN         PERFORM 175-INSERT-OPEN-SLIP-ROW                         001728RN
1728RO     END-EVALUATE                                                 001728RO
1728RP     .                                                            001728RP
1728RQ                                                                  001728RQ
1728RR                                                                  001728RR
1728RS 175-INSERT-OPEN-SLIP-ROW.                                        001728RS
1728RT     MOVE FC-STORE-NO OF DCLFC-XXXAIL-STORES TO OP-LOC-NBR        001728RT
1728RU     MOVE 'S '                    TO OP-LOC-TYP-CD                001728RU
1728RV     SET  OP-DT-TYP-FC-STORE      TO TRUE                         001728RV
1728RW     MOVE FC-RL-OPENING-DT OF DCLFC-XXXAIL-STORES TO OP-NEW-DT    001728RW
1728RX     MOVE NNNN0000-OPEN-DT-RSN-CD TO OP-RSN-CD                    001728RX
1728RY     MOVE YYYC0107-USER           TO OP-CHGD-BY-USER-ID           001728RY
1728RZ     MOVE 'NNNS0120'              TO OP-PGM-ID                    001728RZ
1728S0                                                                  001728S0
1728S1     EXEC SQL                                                     001728S1
1728S2       INSERT INTO FC_XXXAIL_OPEN_SLIP                            001728S2
1728S3         ( OP_LOC_NBR, OP_LOC_TYP_CD, OP_DT_TYP_CD, OP_CHG_TS,    001728S3
1728S4           OP_CHG_TYPE_CD, OP_OLD_DT, OP_NEW_DT, OP_RSN_CD,       001728S4
1728S5           OP_CHGD_BY_USER_ID, OP_PGM_ID )                        001728S5
1728S6       VALUES                                                     001728S6
1728S7         ( :OP-LOC-NBR, :OP-LOC-TYP-CD, :OP-DT-TYP-CD,            001728S7
1728S8           CURRENT TIMESTAMP,                                     001728S8
1728S9           :OP-CHG-TYPE-CD, :OP-OLD-DT, :OP-NEW-DT, :OP-RSN-CD,   001728S9
1728SA           :OP-CHGD-BY-USER-ID, :OP-PGM-ID )                      001728SA
1728SB     END-EXEC                                                     001728SB
1728SC                                                                  001728SC
1728SD     IF SQLCODE NOT = 0                                           001728SD
1728SE       MOVE SQLCODE                 TO WS-SQLCODE                 001728SE
1728SF       SET  FAILURE                 TO TRUE                       001728SF
1728SG       MOVE SPACES TO IS-RTRN-MSG-TXT OF W00N001A                 001728SG
1728SH       STRING 'NNNS0120 - Unable to write open-date history, SQL='001728SH
1728SI              WS-SQLCODE                                          001728SI
1728SJ              DELIMITED BY SIZE                                   001728SJ
1728SK              INTO IS-RTRN-MSG-TXT OF W00N001A                    001728SK
1728SL     END-IF                                                       001728SL
1728SM     .                                                            001728SM
172900* ================================================================00172900
173000* Move the elementary fields in the parameter data area to the DCL00173000
173100* ================================================================00173100
198200         OR EXIT-PUT-PURGE-ROW OR EXIT-PUT-MODIFY-ROW)            00198200
198300        PERFORM  125-CONNECT-TO-DB2                               00198300
198400     END-IF                                                       00198400
198401     IF  SUCCESS                                                  00198401
198402     AND (EXIT-PUT-INSERT-ROW OR EXIT-PUT-MODIFY-ROW)             00198402
198403       PERFORM 170-WRITE-OPEN-SLIP                                00198403
198404     END-IF                                                       00198404
198410     IF FAILURE AND SQLCODE < 0                                   00198410
198420       PERFORM 124-LOG-DB-ERROR                                   00198420
198430     END-IF                                                       00198430
396000                                                                  00396000
396100 1400-EXIT-PUT-MODIFY-ROW.                                        00396100
396200     PERFORM 1800-EDIT-NULL-INDICATORS                            00396200
396300     PERFORM 4050-CALL-MMMS0304-RI-PARENT-CHK                     00396300
396310     IF SUCCESS                                                   00396310
396320        PERFORM 5000-CALL-NNNU0120-CUD-ROUTINE                    00396320
396400                                                                  00396400
396500        MOVE 1 TO WS-CHECKPOINT-INC                               00396500
396510     END-IF                                                       00396510
396600     .                                                            00396600
396700                                                                  00396700
396800                                                                  00396800
396900 1500-EXIT-PUT-INSERT-ROW.                                        00396900
397000     PERFORM 1800-EDIT-NULL-INDICATORS                            00397000
397100     PERFORM 4050-CALL-MMMS0304-RI-PARENT-CHK                     00397100
397110     IF SUCCESS                                                   00397110
397120        PERFORM 5000-CALL-NNNU0120-CUD-ROUTINE                    00397120
397200                                                                  00397200
397300        MOVE 1 TO WS-CHECKPOINT-INC                               00397300
397310     END-IF                                                       00397310
397400     .                                                            00397400
397500                                                                  00397500
397600                                                                  00397600
401400     .                                                            00401400
401500                                                                  00401500
401600                                                                  00401600
401604* ================================================================00401604
401608* An FC store row hangs off its store location - no location on   00401608
401612* XXXATION, no insert or update.                                  00401612
401616* ================================================================00401616
401620 4050-CALL-MMMS0304-RI-PARENT-CHK.                                00401620
401624     INITIALIZE MMMC0304                                          00401624
401628                                                                  00401628
401632     MOVE 'S '                       TO MMMC0304-LOC-TYP-CD       00401632
401636     MOVE FC-STORE-NO                OF DCLFC-XXXAIL-STORES       00401636
401640                                     TO MMMC0304-LOC-NBR          00401640
401644     IF EXIT-PUT-INSERT-ROW                                       00401644
401648        SET MMMC0304-INSERT-CHECK    TO TRUE                      00401648
401652     ELSE                                                         00401652
401656        SET MMMC0304-UPDATE-CHECK    TO TRUE                      00401656
401660     END-IF                                                       00401660
401664     SET MMMC0304-XXXATION           TO TRUE                      00401664
401668     SET MMMC0304-ORACLE             TO TRUE                      00401668
401672     CALL MMMS0304-RI-PARENT-CHK     USING                        00401672
401676          W00N001A                                                00401676
401680          MMMC0304                                                00401680
401684     .                                                            00401684
401688                                                                  00401688
401692                                                                  00401692
401700* =========================================================       00401700
401800* Call Oracle table update program                                00401800
401900* =========================================================       00401900
