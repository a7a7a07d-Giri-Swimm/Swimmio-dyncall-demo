002040* FC_XXXAIL_ACCT_BAL (DDDTAB01). MMMB8001 loads accounting's      00002040
002050* returned acknowledgment against that ledger and reports any     00002050
002060* batch day still unacknowledged or mismatched.                   00002060
0020A0* Changes to the GL cost-center crosswalk (FC_XXXAIL_GL_XWALK,    000020A0
0020A1* kept with their before and after images on FC_XXXAIL_CTL_HIST   000020A1
0020A2* by MMMO0200) past the same mark ride the same feed - one        000020A2
0020A3* record per store-department added, changed or removed, keyed    000020A3
0020A4* by company, store and department, the cost center in            000020A4
0020A5* DA-CONTROL-NAME - so a new store-department's postings no       000020A5
0020A6* longer suspend waiting for someone to notice.                   000020A6
002100* Batch job - run standalone, schedule nightly after the day's    00002100
002200* maintenance.                                                    00002200
002300*----------------------------------------------------------------00002300
007400     05 WS-NEW-DISTRICT-NO            PIC S9(3) COMP-3 VALUE 0.   00007400
007500     05 WS-NEW-PAYROL-AR-NO           PIC S9(3) COMP-3 VALUE 0.   00007500
007600     05 WS-NEW-PAY-GROUP-NO           PIC S9(3) COMP-3 VALUE 0.   00007600
0076A0                                                                  000076A0
0076A1* Crosswalk change decode area - the CTL_HIST before/after text   000076A1
0076A2* is the MMMO0200 card value: department, sub-department, GL      000076A2
0076A3* company and cost center, space-separated.                       000076A3
0076A4 01 WS-XWALK-COUNT                   PIC 9(6) VALUE 0.            000076A4
0076A5 01 WS-XW-STORE-X                    PIC X(9) VALUE SPACES.       000076A5
0076A6 01 WS-XW-STORE-N REDEFINES WS-XW-STORE-X                         000076A6
0076A7                                     PIC 9(9).                    000076A7
0076A8 01 WS-XW-DISTRICT-NO                PIC S9(3) COMP-3 VALUE 0.    000076A8
0076A9 01 WS-XW-IMAGE.                                                  000076A9
0076B0     05 WS-XW-DEPT-NBR                PIC X(5).                   000076B0
0076B1     05 FILLER                        PIC X(1).                   000076B1
0076B2     05 WS-XW-SUB-DEPT-ID             PIC X(5).                   000076B2
0076B3     05 FILLER                        PIC X(1).                   000076B3
0076B4     05 WS-XW-CO-X                    PIC X(3).                   000076B4
0076B5     05 WS-XW-CO-N REDEFINES WS-XW-CO-X                           000076B5
0076B6                                      PIC 9(3).                   000076B6
0076B7     05 FILLER                        PIC X(1).                   000076B7
0076B8     05 WS-XW-COST-CTR-CD             PIC X(10).                  000076B8
0076B9     05 FILLER                        PIC X(54).                  000076B9
0076C0 01 WS-XWALK-EXCP-COUNT              PIC 9(6) VALUE 0.            000076C0
0076C1 01 WS-XW-EXCP-SW                    PIC X(1) VALUE SPACE.        000076C1
0076C2     88 XW-FEEDABLE                               VALUE SPACE.    000076C2
0076C3     88 XW-STORE-NOT-FOUND                        VALUE 'S'.      000076C3
0076C4     88 XW-DEPT-TOO-LONG                          VALUE 'D'.      000076C4
0076C5 01 WS-XW-KEY-DEPT                   PIC X(2) VALUE SPACES.       000076C5
0076C6 01 WS-XW-KEY-SUB-DEPT               PIC X(1) VALUE SPACES.       000076C6
0076C7 01 WS-XW-DEPT-TEXT.                                              000076C7
0076C8     05 FILLER                        PIC X(5) VALUE 'DEPT '.     000076C8
0076C9     05 WS-XW-FULL-DEPT               PIC X(5).                   000076C9
0076D0     05 FILLER                        PIC X(10) VALUE             000076D0
0076D1        ' SUB-DEPT '.                                             000076D1
0076D2     05 WS-XW-FULL-SUB-DEPT           PIC X(5).                   000076D2
0076D3     05 FILLER                        PIC X(5) VALUE SPACES.      000076D3
007700                                                                  00007700
007800 01 WS-HDG-LINE-1.                                                00007800
007900    05 FILLER PIC X(52) VALUE                                     00007900
008400 01 WS-SUMMARY-LINE2.                                             00008400
008500    05 FILLER PIC X(23) VALUE 'AUDIT RECORDS FED  -  '.           00008500
008600    05 WS-SUM-FEED                   PIC ZZZ,ZZ9.                 00008600
0086A0 01 WS-SUMMARY-LINE3.                                             000086A0
0086A1    05 FILLER PIC X(23) VALUE 'CROSSWALK CHANGES  -  '.           000086A1
0086A2    05 WS-SUM-XWALK                  PIC ZZZ,ZZ9.                 000086A2
0086A3 01 WS-XWALK-EXCP-LINE.                                           000086A3
0086A4    05 FILLER PIC X(22) VALUE 'XWALK NOT FED - STORE '.           000086A4
0086A5    05 WS-XE-STORE                   PIC 9(9).                    000086A5
0086A6    05 FILLER PIC X(6)  VALUE ' DEPT '.                           000086A6
0086A7    05 WS-XE-DEPT                    PIC X(5).                    000086A7
0086A8    05 FILLER PIC X(10) VALUE ' SUB-DEPT '.                       000086A8
0086A9    05 WS-XE-SUB-DEPT                PIC X(5).                    000086A9
0086B0    05 FILLER PIC X(5)  VALUE ' CHG '.                            000086B0
0086B1    05 WS-XE-CHG-TYPE                PIC X(1).                    000086B1
0086B2    05 FILLER PIC X(4)  VALUE ' AT '.                             000086B2
0086B3    05 WS-XE-EFF-TS                  PIC X(26).                   000086B3
0086B4    05 FILLER PIC X(2)  VALUE SPACES.                             000086B4
0086B5    05 WS-XE-REASON                  PIC X(30).                   000086B5
0086B6 01 WS-SUMMARY-LINE4.                                             000086B6
0086B7    05 FILLER PIC X(23) VALUE 'CROSSWALK EXCEPTIONS - '.          000086B7
0086B8    05 WS-SUM-XWALK-EXCP             PIC ZZZ,ZZ9.                 000086B8
008700                                                                  00008700
008800* --------------------------------------------------------------- 00008800
008900* Miscellaneous copy books go here...                             00008900
010720     EXEC SQL                                                     00010720
010730       INCLUDE DDDTAB01                                           00010730
010740     END-EXEC                                                     00010740
0107A0                                                                  000107A0
0107A1     EXEC SQL                                                     000107A1
0107A2       INCLUDE DDDTCH01                                           000107A2
0107A3     END-EXEC                                                     000107A3
010800                                                                  00010800
010900     EXEC SQL                                                     00010900
011000       DECLARE ACCT-FEED-CSR CURSOR FOR                           00011000
011400        WHERE RH_EFF_TS > :WS-HWM-TS                              00011400
011500        ORDER BY RH_EFF_TS                                        00011500
011600     END-EXEC                                                     00011600
0116A0                                                                  000116A0
0116A1     EXEC SQL                                                     000116A1
0116A2       DECLARE XWALK-FEED-CSR CURSOR FOR                          000116A2
0116A3       SELECT CH_KEY_TXT, CH_CHG_TYPE_CD, CH_BEFORE_TXT,          000116A3
0116A4              CH_AFTER_TXT, CH_CHGD_BY_USER_ID, CH_EFF_TS         000116A4
0116A5         FROM FC_XXXAIL_CTL_HIST                                  000116A5
0116A6        WHERE CH_TABLE_ID = 'GX'                                  000116A6
0116A7          AND CH_EFF_TS   > :WS-HWM-TS                            000116A7
0116A8        ORDER BY CH_EFF_TS                                        000116A8
0116A9     END-EXEC                                                     000116A9
011700                                                                  00011700
011800 PROCEDURE DIVISION.                                              00011800
011900***************************************************************** 00011900
012400     IF SQL-NO-ERROR                                              00012400
012500       PERFORM 200-FEED-THE-CHANGES                               00012500
012600     END-IF                                                       00012600
0126A0     IF SQL-NO-ERROR                                              000126A0
0126A1       PERFORM 270-FEED-THE-XWALK-CHANGES                         000126A1
0126A2     END-IF                                                       000126A2
012700     IF SQL-NO-ERROR                                              00012700
012800       PERFORM 300-PERSIST-NEW-HWM                                00012800
012900     END-IF                                                       00012900
028530       SUBTRACT 1000000000000000 FROM WS-CTL-HASH                 00028530
028540     END-IF                                                       00028540
028600     .                                                            00028600
0286A0                                                                  000286A0
0286A1*================================================================ 000286A1
0286A2* Feed every crosswalk change past the mark - the after image     000286A2
0286A3* for an add or change, the before image for a removal...         000286A3
0286A4*================================================================ 000286A4
0286A5 270-FEED-THE-XWALK-CHANGES.                                      000286A5
0286A6     EXEC SQL                                                     000286A6
0286A7       OPEN XWALK-FEED-CSR                                        000286A7
0286A8     END-EXEC                                                     000286A8
0286A9     IF SQLCODE NOT = 0                                           000286A9
0286B0       SET SQL-ERROR-DETECTED       TO TRUE                       000286B0
0286B1       DISPLAY 'MMMB5001 - ERROR OPENING XWALK-FEED-CSR, SQLCODE='000286B1
0286B2               SQLCODE                                            000286B2
0286B3     ELSE                                                         000286B3
0286B4       PERFORM 275-FETCH-NEXT-XWALK                               000286B4
0286B5       PERFORM UNTIL SQLCODE NOT = 0 OR SQL-ERROR-DETECTED        000286B5
0286B6         PERFORM 280-WRITE-XWALK-RECORD                           000286B6
0286B7         IF CH-EFF-TS > WS-NEW-HWM-TS                             000286B7
0286B8           MOVE CH-EFF-TS TO WS-NEW-HWM-TS                        000286B8
0286B9         END-IF                                                   000286B9
0286C0         PERFORM 275-FETCH-NEXT-XWALK                             000286C0
0286C1       END-PERFORM                                                000286C1
0286C2       IF SQL-NO-ERROR                                            000286C2
0286C3         EXEC SQL                                                 000286C3
0286C4           CLOSE XWALK-FEED-CSR                                   000286C4
0286C5         END-EXEC                                                 000286C5
0286C6       END-IF                                                     000286C6
0286C7     END-IF                                                       000286C7
0286C8     .                                                            000286C8
0286C9                                                                  000286C9
0286D0 275-FETCH-NEXT-XWALK.                                            000286D0
0286D1     EXEC SQL                                                     000286D1
0286D2       FETCH XWALK-FEED-CSR                                       000286D2
0286D3         INTO :CH-KEY-TXT, :CH-CHG-TYPE-CD, :CH-BEFORE-TXT,       000286D3
0286D4              :CH-AFTER-TXT, :CH-CHGD-BY-USER-ID, :CH-EFF-TS      000286D4
0286D5     END-EXEC                                                     000286D5
0286D6     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     000286D6
0286D7       SET SQL-ERROR-DETECTED       TO TRUE                       000286D7
0286D8       DISPLAY 'MMMB5001 - ERROR FETCHING XWALK-FEED-CSR, '       000286D8
0286D9               'SQLCODE=' SQLCODE                                 000286D9
0286E0     END-IF                                                       000286E0
0286E1     .                                                            000286E1
0286E2                                                                  000286E2
0286E3*================================================================ 000286E3
0286E4* Key and write one DA-DAILY-AUDIT-RECORD for a crosswalk         000286E4
0286E5* change. Accounting's key carries the department in two bytes    000286E5
0286E6* and the sub-department in one; the full values ride in          000286E6
0286E7* DA-DEPT-NAME, the cost center in DA-CONTROL-NAME and the GL     000286E7
0286E8* company in DA-NEW-VALUE as well. A change whose store is not    000286E8
0286E9* on FC_XXXAIL_STORES, or whose department or sub-department      000286E9
0286F0* will not fit the key, is not fed - it is listed on the report   000286F0
0286F1* and the run ends RC 4.                                          000286F1
0286F2*================================================================ 000286F2
0286F3 280-WRITE-XWALK-RECORD.                                          000286F3
0286F4     MOVE CH-KEY-TXT (1 : 9) TO WS-XW-STORE-X                     000286F4
0286F5     IF CH-CHG-TYPE-CD = 'D'                                      000286F5
0286F6       MOVE CH-BEFORE-TXT      TO WS-XW-IMAGE                     000286F6
0286F7     ELSE                                                         000286F7
0286F8       MOVE CH-AFTER-TXT       TO WS-XW-IMAGE                     000286F8
0286F9     END-IF                                                       000286F9
0286G0     IF WS-XW-STORE-X NOT NUMERIC OR WS-XW-CO-X NOT NUMERIC       000286G0
0286G1       DISPLAY 'MMMB5001 - CROSSWALK CHANGE NOT FED, KEY='        000286G1
0286G2               CH-KEY-TXT ' AT ' CH-EFF-TS                        000286G2
0286G3     ELSE                                                         000286G3
0286G4       PERFORM 282-GET-XWALK-DISTRICT                             000286G4
0286G5       IF SQL-NO-ERROR AND XW-FEEDABLE                            000286G5
0286G6         PERFORM 284-EDIT-XWALK-KEY                               000286G6
0286G7       END-IF                                                     000286G7
0286G8       EVALUATE TRUE                                              000286G8
0286G9         WHEN SQL-ERROR-DETECTED                                  000286G9
0286H0           CONTINUE                                               000286H0
0286H1         WHEN XW-FEEDABLE                                         000286H1
0286H2           PERFORM 286-WRITE-XWALK-AUDIT                          000286H2
0286H3         WHEN OTHER                                               000286H3
0286H4           PERFORM 288-LIST-XWALK-EXCEPTION                       000286H4
0286H5       END-EVALUATE                                               000286H5
0286H6     END-IF                                                       000286H6
0286H7     .                                                            000286H7
0286H8                                                                  000286H8
0286H9 282-GET-XWALK-DISTRICT.                                          000286H9
0286I0     SET  XW-FEEDABLE TO TRUE                                     000286I0
0286I1     MOVE 0 TO WS-XW-DISTRICT-NO                                  000286I1
0286I2     EXEC SQL                                                     000286I2
0286I3       SELECT COALESCE(FC_RL_DISTRICT_NO, 0)                      000286I3
0286I4         INTO :WS-XW-DISTRICT-NO                                  000286I4
0286I5         FROM FC_XXXAIL_STORES                                    000286I5
0286I6        WHERE FC_STORE_NO = :WS-XW-STORE-N                        000286I6
0286I7     END-EXEC                                                     000286I7
0286I8     EVALUATE SQLCODE                                             000286I8
0286I9       WHEN 0                                                     000286I9
0286J0         CONTINUE                                                 000286J0
0286J1       WHEN 100                                                   000286J1
0286J2         SET XW-STORE-NOT-FOUND       TO TRUE                     000286J2
0286J3       WHEN OTHER                                                 000286J3
0286J4         SET SQL-ERROR-DETECTED       TO TRUE                     000286J4
0286J5         DISPLAY 'MMMB5001 - ERROR READING FC_XXXAIL_STORES, '    000286J5
0286J6                 'SQLCODE=' SQLCODE                               000286J6
0286J7     END-EVALUATE                                                 000286J7
0286J8     .                                                            000286J8
0286J9                                                                  000286J9
0286K0*================================================================ 000286K0
0286K1* The card value is five bytes each way - it fits the key when    000286K1
0286K2* the rest is blank (left-justified) or zeros (right-justified).  000286K2
0286K3*================================================================ 000286K3
0286K4 284-EDIT-XWALK-KEY.                                              000286K4
0286K5     EVALUATE TRUE                                                000286K5
0286K6       WHEN WS-XW-DEPT-NBR (3 : 3) = SPACES                       000286K6
0286K7         MOVE WS-XW-DEPT-NBR (1 : 2) TO WS-XW-KEY-DEPT            000286K7
0286K8       WHEN WS-XW-DEPT-NBR (1 : 3) = '000'                        000286K8
0286K9         MOVE WS-XW-DEPT-NBR (4 : 2) TO WS-XW-KEY-DEPT            000286K9
0286L0       WHEN OTHER                                                 000286L0
0286L1         SET XW-DEPT-TOO-LONG         TO TRUE                     000286L1
0286L2     END-EVALUATE                                                 000286L2
0286L3     EVALUATE TRUE                                                000286L3
0286L4       WHEN WS-XW-SUB-DEPT-ID (2 : 4) = SPACES                    000286L4
0286L5         MOVE WS-XW-SUB-DEPT-ID (1 : 1) TO WS-XW-KEY-SUB-DEPT     000286L5
0286L6       WHEN WS-XW-SUB-DEPT-ID (1 : 4) = '0000'                    000286L6
0286L7         MOVE WS-XW-SUB-DEPT-ID (5 : 1) TO WS-XW-KEY-SUB-DEPT     000286L7
0286L8       WHEN OTHER                                                 000286L8
0286L9         SET XW-DEPT-TOO-LONG         TO TRUE                     000286L9
0286M0     END-EVALUATE                                                 000286M0
0286M1     .                                                            000286M1
0286M2                                                                  000286M2
0286M3 286-WRITE-XWALK-AUDIT.                                           000286M3
0286M4     INITIALIZE DA-DAILY-AUDIT-RECORD                             000286M4
0286M5     MOVE WS-XW-CO-X (2 : 2) TO DA-COMPANY-NUMBER                 000286M5
0286M6     MOVE WS-XW-STORE-N      TO DA-STORE-NUMBER                   000286M6
0286M7     MOVE WS-XW-KEY-DEPT     TO DA-DEPT                           000286M7
0286M8     MOVE WS-XW-KEY-SUB-DEPT TO DA-SUB-DEPT                       000286M8
0286M9     MOVE WS-XW-DEPT-NBR     TO WS-XW-FULL-DEPT                   000286M9
0286N0     MOVE WS-XW-SUB-DEPT-ID  TO WS-XW-FULL-SUB-DEPT               000286N0
0286N1     MOVE WS-XW-DEPT-TEXT    TO DA-DEPT-NAME                      000286N1
0286N2     SET  DA-JOURNAL-ENTRIES TO TRUE                              000286N2
0286N3     SET  DA-GL-ACCOUNT      TO TRUE                              000286N3
0286N4     MOVE WS-ACC-YYMMDD      TO DA-DATE                           000286N4
0286N5     MOVE WS-ACC-HHMMSST     TO DA-TIME                           000286N5
0286N6     MOVE 'MMMB5001'         TO DA-SOURCE                         000286N6
0286N7     SET  STORE-ACCOUNT      TO TRUE                              000286N7
0286N8                                                                  000286N8
0286N9     MOVE 'GLXWALK '         TO DA-COMMON-TRANS-CODE              000286N9
0286O0     MOVE WS-ACC-YYMMDD      TO DA-COMMON-DATE                    000286O0
0286O1     MOVE WS-ACC-HHMMSST     TO DA-COMMON-TIME                    000286O1
0286O2     MOVE 'MMMB5001'         TO DA-SOURCE-CODE                    000286O2
0286O3     EVALUATE CH-CHG-TYPE-CD                                      000286O3
0286O4       WHEN 'A'                                                   000286O4
0286O5         SET DA-ADD-CODE     TO TRUE                              000286O5
0286O6         MOVE 'COST CENTER ADDED   ' TO DA-AUDIT-DES              000286O6
0286O7       WHEN 'D'                                                   000286O7
0286O8         SET DA-DELETE-CODE  TO TRUE                              000286O8
0286O9         MOVE 'COST CENTER REMOVED ' TO DA-AUDIT-DES              000286O9
0286P0       WHEN OTHER                                                 000286P0
0286P1         SET DA-CHANGE-CODE  TO TRUE                              000286P1
0286P2         MOVE 'COST CENTER CHANGE  ' TO DA-AUDIT-DES              000286P2
0286P3     END-EVALUATE                                                 000286P3
0286P4     MOVE WS-XW-CO-N         TO DA-NEW-VALUE                      000286P4
0286P5     MOVE WS-XW-COST-CTR-CD  TO DA-CONTROL-NAME                   000286P5
0286P6     MOVE CH-CHGD-BY-USER-ID TO DA-SIGNON-CODE                    000286P6
0286P7     SET  DA-NOT-AUDITED     TO TRUE                              000286P7
0286P8     SET  DA-GL-NOT-PASSED   TO TRUE                              000286P8
0286P9     SET  DA-NOT-REPORTED    TO TRUE                              000286P9
0286Q0     MOVE WS-XW-DISTRICT-NO  TO DA-DISTRICT-NUMBER                000286Q0
0286Q1                                                                  000286Q1
0286Q2     MOVE DA-DAILY-AUDIT-RECORD TO AUDIT-OUT-REC                  000286Q2
0286Q3     WRITE AUDIT-OUT-REC                                          000286Q3
0286Q4     ADD 1 TO WS-FEED-COUNT                                       000286Q4
0286Q5     ADD 1 TO WS-XWALK-COUNT                                      000286Q5
0286Q6     ADD WS-XW-STORE-N TO WS-CTL-HASH                             000286Q6
0286Q7     IF WS-CTL-HASH > 999999999999999                             000286Q7
0286Q8       SUBTRACT 1000000000000000 FROM WS-CTL-HASH                 000286Q8
0286Q9     END-IF                                                       000286Q9
0286R0     .                                                            000286R0
0286R1                                                                  000286R1
0286R2 288-LIST-XWALK-EXCEPTION.                                        000286R2
0286R3     ADD 1 TO WS-XWALK-EXCP-COUNT                                 000286R3
0286R4     MOVE WS-XW-STORE-N      TO WS-XE-STORE                       000286R4
0286R5     MOVE WS-XW-DEPT-NBR     TO WS-XE-DEPT                        000286R5
0286R6     MOVE WS-XW-SUB-DEPT-ID  TO WS-XE-SUB-DEPT                    000286R6
0286R7     MOVE CH-CHG-TYPE-CD     TO WS-XE-CHG-TYPE                    000286R7
0286R8     MOVE CH-EFF-TS          TO WS-XE-EFF-TS                      000286R8
0286R9     IF XW-STORE-NOT-FOUND                                        000286R9
0286S0       MOVE 'STORE NOT ON FC_XXXAIL_STORES' TO WS-XE-REASON       000286S0
0286S1     ELSE                                                         000286S1
0286S2       MOVE 'DEPT/SUB-DEPT TOO LONG FOR KEY' TO WS-XE-REASON      000286S2
0286S3     END-IF                                                       000286S3
0286S4     WRITE RPT-LINE FROM WS-XWALK-EXCP-LINE                       000286S4
0286S5     .                                                            000286S5
028700                                                                  00028700
028800*================================================================ 00028800
028900* Persist the new high-water mark once the feed file is whole...  00028900
032100     IF SQL-ERROR-DETECTED                                        00032100
032200       MOVE 16 TO RETURN-CODE                                     00032200
032300     END-IF                                                       00032300
0323A0     IF SQL-NO-ERROR AND WS-XWALK-EXCP-COUNT > 0                  000323A0
0323A1       MOVE 4 TO RETURN-CODE                                      000323A1
0323A2     END-IF                                                       000323A2
032400     MOVE WS-ROW-COUNT  TO WS-SUM-ROWS                            00032400
032500     MOVE WS-FEED-COUNT TO WS-SUM-FEED                            00032500
032600     WRITE RPT-LINE FROM SPACES                                   00032600
032700     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00032700
032800     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00032800
0328A0     MOVE WS-XWALK-COUNT TO WS-SUM-XWALK                          000328A0
0328A1     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         000328A1
0328A2     MOVE WS-XWALK-EXCP-COUNT TO WS-SUM-XWALK-EXCP                000328A2
0328A3     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         000328A3
032900     CLOSE AUDIT-OUT FEED-RPT                                     00032900
032910     PERFORM 055-RUN-CNTL-END                                     00032910
033000     .                                                            00033000
