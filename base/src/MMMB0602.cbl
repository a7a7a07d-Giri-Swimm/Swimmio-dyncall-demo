000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB0602.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Store lease alert report.                                       00000600
000700*                                                                 00000700
000800* Renewal notices were being missed because nobody looked at the  00000800
000900* leases until the landlord called. Off FC_XXXAIL_STORE_LEASE     00000900
001000* (DDDTLS01, kept by MMMO0900 and MMMB0502) this job lists every  00001000
001100* active lease with a date coming due inside the alert horizon:   00001100
001200*   - the option-notice date - the renewal option date less the   00001200
001300*     days of notice the landlord must have - falls inside it;    00001300
001400*   - the lease itself expires inside it.                         00001400
001500* It also lists every closed store (RETL_LOC_STAT_CD C on         00001500
001600* XXXAIL_LOC, or a sales-closed date reached) whose lease is      00001600
001700* still active, horizon or not - rent is still being paid on      00001700
001800* it. Each line shows the district (named through MMMS0175) and   00001800
001900* the store's status, in district and store order.                00001900
002000* The horizon is the LEASE-ALERT-DAYS row on FC_XXXAIL_RUN_PARM,  00002000
002100* read through MMMS0172 (default 180 days).                       00002100
002200* Batch job - run monthly.                                        00002200
002300*---------------------------------------------------------------- 00002300
002400 ENVIRONMENT DIVISION.                                            00002400
002500 INPUT-OUTPUT SECTION.                                            00002500
002600 FILE-CONTROL.                                                    00002600
002700     SELECT ALERT-RPT      ASSIGN TO RPTOUT                       00002700
002800         ORGANIZATION IS LINE SEQUENTIAL.                         00002800
002900                                                                  00002900
003000 DATA DIVISION.                                                   00003000
003100 FILE SECTION.                                                    00003100
003200 FD  ALERT-RPT.                                                   00003200
003300 01  RPT-LINE                          PIC X(132).                00003300
003400                                                                  00003400
003500 WORKING-STORAGE SECTION.                                         00003500
003600* --------------------------------------------------------------- 00003600
003700* Misc working storage...                                         00003700
003800* --------------------------------------------------------------- 00003800
003900 01 MMMS0172-PARM-LOOKUP              PIC X(8) VALUE 'MMMS0172'.  00003900
004000 01 MMMS0175-ORG-REF-LKUP             PIC X(8) VALUE 'MMMS0175'.  00004000
004100 01 WS-ALERT-DAYS                     PIC S9(3) COMP-3 VALUE 180. 00004100
004200 01 WS-TODAY-DT                       PIC X(10) VALUE SPACES.     00004200
004300 01 WS-HORIZON-DT                     PIC X(10) VALUE SPACES.     00004300
004400                                                                  00004400
004500* One lease off ALERT-CSR.                                        00004500
004600 01 WS-ALERT-ROW.                                                 00004600
004700    05 WS-AR-DIST-ID                  PIC S9(5) COMP-3 VALUE 0.   00004700
004800    05 WS-AR-STAT-CD                  PIC X(1)  VALUE SPACES.     00004800
004900    05 WS-AR-NOTICE-BY-DT             PIC X(10) VALUE SPACES.     00004900
005000    05 WS-AR-NOTICE-DUE-SW            PIC X(1)  VALUE 'N'.        00005000
005100       88 AR-NOTICE-DUE                        VALUE 'Y'.         00005100
005200    05 WS-AR-EXPIRES-SW               PIC X(1)  VALUE 'N'.        00005200
005300       88 AR-EXPIRES                           VALUE 'Y'.         00005300
005400    05 WS-AR-CLOSED-SW                PIC X(1)  VALUE 'N'.        00005400
005500       88 AR-STORE-CLOSED                      VALUE 'Y'.         00005500
005600 01 WS-LAST-DIST-ID                   PIC S9(5) COMP-3 VALUE -1.  00005600
005700 01 WS-DIST-NM                        PIC X(30) VALUE SPACES.     00005700
005800 01 WS-ALERT-PTR                      PIC S9(4) COMP VALUE 0.     00005800
005900                                                                  00005900
006000 01 WS-LEASE-COUNT                    PIC 9(6) VALUE 0.           00006000
006100 01 WS-NOTICE-COUNT                   PIC 9(6) VALUE 0.           00006100
006200 01 WS-EXPIRY-COUNT                   PIC 9(6) VALUE 0.           00006200
006300 01 WS-CLOSED-COUNT                   PIC 9(6) VALUE 0.           00006300
006400                                                                  00006400
006500 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00006500
006600    88 IS-EOF                                  VALUE 'Y'.         00006600
006700    88 NOT-EOF                                 VALUE 'N'.         00006700
006800 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00006800
006900    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00006900
007000    88 SQL-NO-ERROR                            VALUE 'N'.         00007000
007100                                                                  00007100
007200 01 WS-HDG-LINE-1.                                                00007200
007300    05 FILLER PIC X(52) VALUE                                     00007300
007400       'MMMB0602 - STORE LEASE OPTION AND EXPIRY ALERT'.          00007400
007500 01 WS-HORIZON-LINE.                                              00007500
007600    05 FILLER PIC X(15) VALUE 'RUN DATE       '.                  00007600
007700    05 WS-HZL-TODAY                 PIC X(10).                    00007700
007800    05 FILLER PIC X(21) VALUE '   ALERT HORIZON TO '.             00007800
007900    05 WS-HZL-HORIZON               PIC X(10).                    00007900
008000    05 FILLER PIC X(2)  VALUE ' ('.                               00008000
008100    05 WS-HZL-DAYS                  PIC ZZ9.                      00008100
008200    05 FILLER PIC X(6)  VALUE ' DAYS)'.                           00008200
008300 01 WS-ALERT-HDG.                                                 00008300
008400    05 FILLER PIC X(50) VALUE                                     00008400
008500       'DIST DISTRICT NAME        STORE ST  LANDLORD      '.      00008500
008600    05 FILLER PIC X(50) VALUE                                     00008600
008700       '           LEASE END  OPTION DT  NOTICE BY   ALERT'.      00008700
008800 01 WS-ALERT-LINE.                                                00008800
008900    05 WS-ALL-DIST-ID               PIC ZZ9.                      00008900
009000    05 FILLER                       PIC X(2) VALUE SPACES.        00009000
009100    05 WS-ALL-DIST-NM               PIC X(20).                    00009100
009200    05 FILLER                       PIC X(1) VALUE SPACES.        00009200
009300    05 WS-ALL-STORE-NO              PIC ZZZZ9.                    00009300
009400    05 FILLER                       PIC X(2) VALUE SPACES.        00009400
009500    05 WS-ALL-STAT-CD               PIC X(1).                     00009500
009600    05 FILLER                       PIC X(2) VALUE SPACES.        00009600
009700    05 WS-ALL-LANDLORD              PIC X(24).                    00009700
009800    05 FILLER                       PIC X(1) VALUE SPACES.        00009800
009900    05 WS-ALL-END-DT                PIC X(10).                    00009900
010000    05 FILLER                       PIC X(1) VALUE SPACES.        00010000
010100    05 WS-ALL-OPTN-DT               PIC X(10).                    00010100
010200    05 FILLER                       PIC X(1) VALUE SPACES.        00010200
010300    05 WS-ALL-NOTICE-BY-DT          PIC X(10).                    00010300
010400    05 FILLER                       PIC X(2) VALUE SPACES.        00010400
010500    05 WS-ALL-ALERT-TXT             PIC X(37).                    00010500
010600 01 WS-NONE-LINE.                                                 00010600
010700    05 FILLER PIC X(40) VALUE                                     00010700
010800       'NO LEASES COMING DUE AND NO CLOSED STORE'.                00010800
010900    05 FILLER PIC X(30) VALUE                                     00010900
011000       'S WITH AN ACTIVE LEASE'.                                  00011000
011100                                                                  00011100
011200 01 WS-SUMMARY-LINE.                                              00011200
011300    05 FILLER PIC X(23) VALUE 'LEASES LISTED      - '.            00011300
011400    05 WS-SUM-LEASES                PIC ZZZ,ZZ9.                  00011400
011500 01 WS-SUMMARY-LINE2.                                             00011500
011600    05 FILLER PIC X(23) VALUE '  NOTICE DUE       - '.            00011600
011700    05 WS-SUM-NOTICE                PIC ZZZ,ZZ9.                  00011700
011800 01 WS-SUMMARY-LINE3.                                             00011800
011900    05 FILLER PIC X(23) VALUE '  EXPIRING         - '.            00011900
012000    05 WS-SUM-EXPIRY                PIC ZZZ,ZZ9.                  00012000
012100 01 WS-SUMMARY-LINE4.                                             00012100
012200    05 FILLER PIC X(23) VALUE '  CLOSED, ACTIVE   - '.            00012200
012300    05 WS-SUM-CLOSED                PIC ZZZ,ZZ9.                  00012300
012400                                                                  00012400
012500* --------------------------------------------------------------- 00012500
012600* Miscellaneous copy books go here...                             00012600
012700* --------------------------------------------------------------- 00012700
012800 COPY XXXN001A.                                                   00012800
012900 COPY MMMC0172.                                                   00012900
013000 COPY MMMC0175.                                                   00013000
013100 COPY YYYC0230.                                                   00013100
013200 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00013200
013300                                                                  00013300
013400* ----------------------------------------------------------------00013400
013500* DB2 stuff...                                                    00013500
013600* ----------------------------------------------------------------00013600
013700     EXEC SQL                                                     00013700
013800       INCLUDE SQLCA                                              00013800
013900     END-EXEC                                                     00013900
014000                                                                  00014000
014100     EXEC SQL                                                     00014100
014200       INCLUDE DDDTLS01                                           00014200
014300     END-EXEC                                                     00014300
014400                                                                  00014400
014500* Active leases with the option-notice date or the expiry inside  00014500
014600* the horizon, or on a closed store. A lease for a store no       00014600
014700* longer on XXXAIL_LOC still lists, with district 0.              00014700
014800     EXEC SQL                                                     00014800
014900       DECLARE ALERT-CSR CURSOR FOR                               00014900
015000       SELECT S.LS_LOC_NBR, S.LS_LANDLORD_NM, S.LS_END_DT,        00015000
015100              S.LS_OPTN_DT,                                       00015100
015200              CASE WHEN S.LS_OPTN_DT > '0001-01-01'               00015200
015300                   THEN CHAR(S.LS_OPTN_DT                         00015300
015400                             - S.LS_NOTICE_DAYS DAYS, ISO)        00015400
015500                   ELSE ' ' END,                                  00015500
015600              COALESCE(L.DIST_ID, 0),                             00015600
015700              COALESCE(L.RETL_LOC_STAT_CD, ' '),                  00015700
015800              CASE WHEN S.LS_OPTN_DT > '0001-01-01'               00015800
015900                    AND S.LS_OPTN_DT - S.LS_NOTICE_DAYS DAYS      00015900
016000                        BETWEEN CURRENT DATE                      00016000
016100                            AND DATE(:WS-HORIZON-DT)              00016100
016200                   THEN 'Y' ELSE 'N' END,                         00016200
016300              CASE WHEN S.LS_END_DT <= DATE(:WS-HORIZON-DT)       00016300
016400                   THEN 'Y' ELSE 'N' END,                         00016400
016500              CASE WHEN L.RETL_LOC_STAT_CD = 'C'                  00016500
016600                     OR ( L.SLS_CLOSED_DT  > '0001-01-01'         00016600
016700                      AND L.SLS_CLOSED_DT <= CURRENT DATE )       00016700
016800                   THEN 'Y' ELSE 'N' END                          00016800
016900         FROM FC_XXXAIL_STORE_LEASE S                             00016900
017000         LEFT JOIN XXXAIL_LOC L                                   00017000
017100           ON L.LOC_NBR    = S.LS_LOC_NBR                         00017100
017200          AND L.LOC_TYP_CD = S.LS_LOC_TYP_CD                      00017200
017300        WHERE S.LS_STAT_CD = 'A'                                  00017300
017400          AND S.LS_END_DT >= CURRENT DATE                         00017400
017500          AND ( ( S.LS_OPTN_DT > '0001-01-01'                     00017500
017600              AND S.LS_OPTN_DT - S.LS_NOTICE_DAYS DAYS            00017600
017700                  BETWEEN CURRENT DATE                            00017700
017800                      AND DATE(:WS-HORIZON-DT) )                  00017800
017900             OR S.LS_END_DT <= DATE(:WS-HORIZON-DT)               00017900
018000             OR L.RETL_LOC_STAT_CD = 'C'                          00018000
018100             OR ( L.SLS_CLOSED_DT  > '0001-01-01'                 00018100
018200              AND L.SLS_CLOSED_DT <= CURRENT DATE ) )             00018200
018300        ORDER BY 6, S.LS_LOC_NBR                                  00018300
018400     END-EXEC                                                     00018400
018500                                                                  00018500
018600 PROCEDURE DIVISION.                                              00018600
018700***************************************************************** 00018700
018800* Start of program main line.                                     00018800
018900***************************************************************** 00018900
019000 000-MAIN.                                                        00019000
019100     PERFORM 050-RUN-CNTL-START                                   00019100
019200     IF SQL-ERROR-DETECTED                                        00019200
019300       MOVE 8 TO RETURN-CODE                                      00019300
019400       GOBACK                                                     00019400
019500     END-IF                                                       00019500
019600     PERFORM 100-INITIALIZE                                       00019600
019700     IF SQL-NO-ERROR                                              00019700
019800       PERFORM 200-LIST-THE-ALERTS                                00019800
019900     END-IF                                                       00019900
020000     PERFORM 900-TERMINATE                                        00020000
020100     PERFORM 055-RUN-CNTL-END                                     00020100
020200     GOBACK                                                       00020200
020300     .                                                            00020300
020400                                                                  00020400
020500*================================================================ 00020500
020600* Initialization - the horizon and the dates it runs between.     00020600
020700*================================================================ 00020700
020800 100-INITIALIZE.                                                  00020800
020900     OPEN OUTPUT ALERT-RPT                                        00020900
021000     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00021000
021100                                                                  00021100
021200     INITIALIZE MMMC0172                                          00021200
021300     MOVE 'MMMB0602'           TO MMMC0172-PGM-ID                 00021300
021400     MOVE 'LEASE-ALERT-DAYS'   TO MMMC0172-PARM-NM                00021400
021500     CALL MMMS0172-PARM-LOOKUP USING                              00021500
021600         XXXN001A                                                 00021600
021700         MMMC0172                                                 00021700
021800     IF  SUCCESS AND MMMC0172-PARM-FOUND                          00021800
021900     AND MMMC0172-VAL-IS-NUMERIC                                  00021900
022000     AND MMMC0172-PARM-NBR > 0                                    00022000
022100     AND MMMC0172-PARM-NBR < 1000                                 00022100
022200       MOVE MMMC0172-PARM-NBR TO WS-ALERT-DAYS                    00022200
022300     END-IF                                                       00022300
022400     INITIALIZE XXXN001A                                          00022400
022500                                                                  00022500
022600     EXEC SQL                                                     00022600
022700       SELECT CHAR(CURRENT DATE, ISO),                            00022700
022800              CHAR(CURRENT DATE + :WS-ALERT-DAYS DAYS, ISO)       00022800
022900        INTO :WS-TODAY-DT, :WS-HORIZON-DT                         00022900
023000       FROM SYSIBM.SYSDUMMY1                                      00023000
023100     END-EXEC                                                     00023100
023200     IF SQLCODE NOT = 0                                           00023200
023300       SET SQL-ERROR-DETECTED TO TRUE                             00023300
023400       DISPLAY 'MMMB0602 - ERROR GETTING DATES, SQLCODE='         00023400
023500               SQLCODE                                            00023500
023600     ELSE                                                         00023600
023700       MOVE WS-TODAY-DT   TO WS-HZL-TODAY                         00023700
023800       MOVE WS-HORIZON-DT TO WS-HZL-HORIZON                       00023800
023900       MOVE WS-ALERT-DAYS TO WS-HZL-DAYS                          00023900
024000       WRITE RPT-LINE FROM WS-HORIZON-LINE                        00024000
024100       WRITE RPT-LINE FROM SPACES                                 00024100
024200       WRITE RPT-LINE FROM WS-ALERT-HDG                           00024200
024300     END-IF                                                       00024300
024400     .                                                            00024400
024500                                                                  00024500
024600*================================================================ 00024600
024700* One report line per lease, with every reason it is listed.      00024700
024800*================================================================ 00024800
024900 200-LIST-THE-ALERTS.                                             00024900
025000     SET NOT-EOF TO TRUE                                          00025000
025100     EXEC SQL                                                     00025100
025200       OPEN ALERT-CSR                                             00025200
025300     END-EXEC                                                     00025300
025400     IF SQLCODE NOT = 0                                           00025400
025500       SET SQL-ERROR-DETECTED TO TRUE                             00025500
025600       DISPLAY 'MMMB0602 - ERROR OPENING ALERT-CSR, SQLCODE='     00025600
025700               SQLCODE                                            00025700
025800     ELSE                                                         00025800
025900       PERFORM 220-FETCH-NEXT-LEASE                               00025900
026000       PERFORM UNTIL IS-EOF OR SQL-ERROR-DETECTED                 00026000
026100         PERFORM 300-PRINT-ONE-LEASE                              00026100
026200         PERFORM 220-FETCH-NEXT-LEASE                             00026200
026300       END-PERFORM                                                00026300
026400       EXEC SQL                                                   00026400
026500         CLOSE ALERT-CSR                                          00026500
026600       END-EXEC                                                   00026600
026700       MOVE 0 TO SQLCODE                                          00026700
026800       IF WS-LEASE-COUNT = 0 AND SQL-NO-ERROR                     00026800
026900         WRITE RPT-LINE FROM WS-NONE-LINE                         00026900
027000       END-IF                                                     00027000
027100     END-IF                                                       00027100
027200     .                                                            00027200
027300                                                                  00027300
027400 220-FETCH-NEXT-LEASE.                                            00027400
027500     EXEC SQL                                                     00027500
027600       FETCH ALERT-CSR                                            00027600
027700         INTO :DCLFC-XXXAIL-STORE-LEASE.LS-LOC-NBR,               00027700
027800              :DCLFC-XXXAIL-STORE-LEASE.LS-LANDLORD-NM,           00027800
027900              :DCLFC-XXXAIL-STORE-LEASE.LS-END-DT,                00027900
028000              :DCLFC-XXXAIL-STORE-LEASE.LS-OPTN-DT,               00028000
028100              :WS-AR-NOTICE-BY-DT,                                00028100
028200              :WS-AR-DIST-ID,                                     00028200
028300              :WS-AR-STAT-CD,                                     00028300
028400              :WS-AR-NOTICE-DUE-SW,                               00028400
028500              :WS-AR-EXPIRES-SW,                                  00028500
028600              :WS-AR-CLOSED-SW                                    00028600
028700     END-EXEC                                                     00028700
028800     EVALUATE TRUE                                                00028800
028900       WHEN SQLCODE = 100                                         00028900
029000         SET IS-EOF TO TRUE                                       00029000
029100         MOVE 0 TO SQLCODE                                        00029100
029200       WHEN SQLCODE NOT = 0                                       00029200
029300         SET SQL-ERROR-DETECTED TO TRUE                           00029300
029400         DISPLAY 'MMMB0602 - ERROR FETCHING ALERT-CSR, SQLCODE='  00029400
029500                 SQLCODE                                          00029500
029600     END-EVALUATE                                                 00029600
029700     .                                                            00029700
029800                                                                  00029800
029900 300-PRINT-ONE-LEASE.                                             00029900
030000     IF WS-AR-DIST-ID NOT = WS-LAST-DIST-ID                       00030000
030100       PERFORM 320-GET-DISTRICT-NAME                              00030100
030200     END-IF                                                       00030200
030300     ADD 1 TO WS-LEASE-COUNT                                      00030300
030400     MOVE SPACES TO WS-ALL-ALERT-TXT                              00030400
030500     MOVE 1      TO WS-ALERT-PTR                                  00030500
030600     IF AR-NOTICE-DUE                                             00030600
030700       ADD 1 TO WS-NOTICE-COUNT                                   00030700
030800       STRING 'OPTION NOTICE ' DELIMITED BY SIZE                  00030800
030900         INTO WS-ALL-ALERT-TXT WITH POINTER WS-ALERT-PTR          00030900
031000     END-IF                                                       00031000
031100     IF AR-EXPIRES                                                00031100
031200       ADD 1 TO WS-EXPIRY-COUNT                                   00031200
031300       STRING 'EXPIRING ' DELIMITED BY SIZE                       00031300
031400         INTO WS-ALL-ALERT-TXT WITH POINTER WS-ALERT-PTR          00031400
031500     END-IF                                                       00031500
031600     IF AR-STORE-CLOSED                                           00031600
031700       ADD 1 TO WS-CLOSED-COUNT                                   00031700
031800       STRING '*CLOSED, LEASE ACTIVE' DELIMITED BY SIZE           00031800
031900         INTO WS-ALL-ALERT-TXT WITH POINTER WS-ALERT-PTR          00031900
032000     END-IF                                                       00032000
032100     MOVE WS-AR-DIST-ID  TO WS-ALL-DIST-ID                        00032100
032200     MOVE WS-DIST-NM     TO WS-ALL-DIST-NM                        00032200
032300     MOVE LS-LOC-NBR OF DCLFC-XXXAIL-STORE-LEASE                  00032300
032400       TO WS-ALL-STORE-NO                                         00032400
032500     MOVE WS-AR-STAT-CD  TO WS-ALL-STAT-CD                        00032500
032600     MOVE LS-LANDLORD-NM OF DCLFC-XXXAIL-STORE-LEASE              00032600
032700       TO WS-ALL-LANDLORD                                         00032700
032800     MOVE LS-END-DT OF DCLFC-XXXAIL-STORE-LEASE                   00032800
032900       TO WS-ALL-END-DT                                           00032900
033000     IF LS-OPTN-DT OF DCLFC-XXXAIL-STORE-LEASE = '0001-01-01'     00033000
033100       MOVE SPACES TO WS-ALL-OPTN-DT                              00033100
033200     ELSE                                                         00033200
033300       MOVE LS-OPTN-DT OF DCLFC-XXXAIL-STORE-LEASE                00033300
033400         TO WS-ALL-OPTN-DT                                        00033400
033500     END-IF                                                       00033500
033600     MOVE WS-AR-NOTICE-BY-DT TO WS-ALL-NOTICE-BY-DT               00033600
033700     WRITE RPT-LINE FROM WS-ALERT-LINE                            00033700
033800     .                                                            00033800
033900                                                                  00033900
034000*    Rows come in district order - one lookup per district.       00034000
034100 320-GET-DISTRICT-NAME.                                           00034100
034200     MOVE WS-AR-DIST-ID TO WS-LAST-DIST-ID                        00034200
034300     MOVE SPACES        TO WS-DIST-NM                             00034300
034400     IF WS-AR-DIST-ID = 0                                         00034400
034500       MOVE '(NOT ON LOCATION)' TO WS-DIST-NM                     00034500
034600     ELSE                                                         00034600
034700       INITIALIZE MMMC0175                                        00034700
034800       SET  MMMC0175-GET-NAME    TO TRUE                          00034800
034900       SET  MMMC0175-TYP-DISTRICT TO TRUE                         00034900
035000       MOVE WS-AR-DIST-ID        TO MMMC0175-ORG-ID               00035000
035100       CALL MMMS0175-ORG-REF-LKUP USING                           00035100
035200           XXXN001A                                               00035200
035300           MMMC0175                                               00035300
035400       IF SUCCESS AND MMMC0175-ORG-FOUND                          00035400
035500         MOVE MMMC0175-ORG-NM TO WS-DIST-NM                       00035500
035600       END-IF                                                     00035600
035700       INITIALIZE XXXN001A                                        00035700
035800     END-IF                                                       00035800
035900     .                                                            00035900
036000                                                                  00036000
036100 900-TERMINATE.                                                   00036100
036200     IF SQL-ERROR-DETECTED                                        00036200
036300       MOVE 16 TO RETURN-CODE                                     00036300
036400     END-IF                                                       00036400
036500     MOVE WS-LEASE-COUNT  TO WS-SUM-LEASES                        00036500
036600     MOVE WS-NOTICE-COUNT TO WS-SUM-NOTICE                        00036600
036700     MOVE WS-EXPIRY-COUNT TO WS-SUM-EXPIRY                        00036700
036800     MOVE WS-CLOSED-COUNT TO WS-SUM-CLOSED                        00036800
036900     WRITE RPT-LINE FROM SPACES                                   00036900
037000     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00037000
037100     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00037100
037200     WRITE RPT-LINE FROM WS-SUMMARY-LINE3                         00037200
037300     WRITE RPT-LINE FROM WS-SUMMARY-LINE4                         00037300
037400     CLOSE ALERT-RPT                                              00037400
037500     .                                                            00037500
037600                                                                  00037600
037700*================================================================ 00037700
037800* Run control - refuse a duplicate or out-of-order start, and     00037800
037900* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00037900
038000*================================================================ 00038000
038100 050-RUN-CNTL-START.                                              00038100
038200     INITIALIZE XXXN001A                                          00038200
038300                YYYC0230                                          00038300
038400     SET  YYYC0230-START-RUN TO TRUE                              00038400
038500     MOVE 'MMMB0602' TO YYYC0230-JOB-NM                           00038500
038600     CALL YYYS0230-RUN-CNTL USING                                 00038600
038700         XXXN001A                                                 00038700
038800         YYYC0230                                                 00038800
038900     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00038900
039000       SET SQL-ERROR-DETECTED TO TRUE                             00039000
039100       DISPLAY 'MMMB0602 - START REFUSED: ' IS-RTRN-MSG-TXT       00039100
039200     END-IF                                                       00039200
039300     .                                                            00039300
039400                                                                  00039400
039500 055-RUN-CNTL-END.                                                00039500
039600     INITIALIZE XXXN001A                                          00039600
039700                YYYC0230                                          00039700
039800     IF SQL-ERROR-DETECTED                                        00039800
039900       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00039900
040000     ELSE                                                         00040000
040100       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00040100
040200     END-IF                                                       00040200
040300     MOVE 'MMMB0602' TO YYYC0230-JOB-NM                           00040300
040400     CALL YYYS0230-RUN-CNTL USING                                 00040400
040500       XXXN001A                                                   00040500
040600       YYYC0230                                                   00040600
040700     .                                                            00040700
