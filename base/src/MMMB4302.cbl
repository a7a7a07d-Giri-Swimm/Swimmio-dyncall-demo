000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB4302.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Daily e-commerce enablement feed and exceptions.                00000600
000700*                                                                 00000700
000800* ECOMM_MKT_AREA_CD, ECOMM_STRT_DT and ECOMM_END_DT on XXXAIL_LOC 00000800
000900* say which stores take e-commerce orders, and for which market   00000900
001000* area, but the e-commerce platform kept its own list of pickup   00001000
001100* and delivery stores.  This job feeds the platform from the      00001100
001200* store master.  A store's window runs from ECOMM_STRT_DT up to   00001200
001300* the day before ECOMM_END_DT (no end date - open-ended), the     00001300
001400* same rule MMMB2602 uses for the e-commerce ZIP service areas.   00001400
001500* The market areas themselves - name, fulfillment type (P store   00001500
001600* pickup, D home delivery, B both) and delivery radius - are on   00001600
001700* FC_XXXAIL_ECOMM_MKT (DDDTMK01, MMMO0200 table MK).              00001700
001800*                                                                 00001800
001900* ECOMOUT:                                                        00001900
002000*   D  one per store whose window is                              00002000
002100*        S  starting - it opens within the horizon,               00002100
002200*        A  active,                                               00002200
002300*        E  ending - active, but the end date falls within the    00002300
002400*           horizon,                                              00002400
002500*        X  ended - the end date passed within the last horizon   00002500
002600*           days, so a missed run still takes the store down;     00002600
002700*      with the store's name and city and the market area's       00002700
002800*      name, fulfillment type and radius;                         00002800
002900*   T  trailer - run date, horizon and the S, A, E, X and total   00002900
003000*      counts for the platform to balance to.                     00003000
003100* A store whose market area is missing or inactive is held back   00003100
003200* from ECOMOUT - the platform cannot place it - and listed.       00003200
003300*                                                                 00003300
003400* RPTOUT lists, for every window not ended before the horizon     00003400
003500* (a future window included, so it is caught before it opens):    00003500
003600*   - a window starting before the store's SLS_OPEN_DT, or on a   00003600
003700*     store with no sales-open date yet;                          00003700
003800*   - a window running past the store's SLS_CLOSED_DT;            00003800
003900*   - a window with no market area, or one that is not on         00003900
004000*     FC_XXXAIL_ECOMM_MKT or is inactive there.                   00004000
004100* Any exception ends the job with RC 4.                           00004100
004200*                                                                 00004200
004300* PARMIN, optional:                                               00004300
004400*   cols  1- 3  the horizon in days (default 007)                 00004400
004500*                                                                 00004500
004600* Batch job - run standalone, schedule daily.                     00004600
004700*---------------------------------------------------------------- 00004700
004800 ENVIRONMENT DIVISION.                                            00004800
004900 INPUT-OUTPUT SECTION.                                            00004900
005000 FILE-CONTROL.                                                    00005000
005100     SELECT PARM-IN        ASSIGN TO PARMIN                       00005100
005200         ORGANIZATION IS LINE SEQUENTIAL.                         00005200
005300     SELECT ECOM-OUT       ASSIGN TO ECOMOUT                      00005300
005400         ORGANIZATION IS LINE SEQUENTIAL.                         00005400
005500     SELECT ECOM-RPT       ASSIGN TO RPTOUT                       00005500
005600         ORGANIZATION IS LINE SEQUENTIAL.                         00005600
005700                                                                  00005700
005800 DATA DIVISION.                                                   00005800
005900 FILE SECTION.                                                    00005900
006000 FD  PARM-IN.                                                     00006000
006100 01  PARM-REC.                                                    00006100
006200     05 PARM-HORIZON-DAYS              PIC X(3).                  00006200
006300     05 FILLER                         PIC X(77).                 00006300
006400                                                                  00006400
006500 FD  ECOM-OUT.                                                    00006500
006600 01  ECOM-OUT-REC.                                                00006600
006700     05 ECO-REC-TYP                    PIC X(1).                  00006700
006800     05 ECO-WNDW-STAT-CD               PIC X(1).                  00006800
006900     05 ECO-LOC-NBR                    PIC 9(9).                  00006900
007000     05 ECO-LOC-NM                     PIC X(30).                 00007000
007100     05 ECO-CITY                       PIC X(30).                 00007100
007200     05 ECO-STATE-CD                   PIC X(2).                  00007200
007300     05 ECO-ZIP5-CD                    PIC 9(5).                  00007300
007400     05 ECO-MKT-AREA-CD                PIC X(5).                  00007400
007500     05 ECO-MKT-AREA-NM                PIC X(30).                 00007500
007600     05 ECO-FULFL-TYP-CD               PIC X(1).                  00007600
007700     05 ECO-SVC-RADIUS-MI              PIC 9(3).                  00007700
007800     05 ECO-STRT-DT                    PIC X(10).                 00007800
007900     05 ECO-END-DT                     PIC X(10).                 00007900
008000     05 FILLER                         PIC X(23).                 00008000
008100 01  ECOM-TRL-REC.                                                00008100
008200     05 ECT-REC-TYP                    PIC X(1).                  00008200
008300     05 ECT-RUN-DATE                   PIC X(8).                  00008300
008400     05 ECT-HORIZON-DAYS               PIC 9(3).                  00008400
008500     05 ECT-START-CNT                  PIC 9(9).                  00008500
008600     05 ECT-ACTIVE-CNT                 PIC 9(9).                  00008600
008700     05 ECT-ENDING-CNT                 PIC 9(9).                  00008700
008800     05 ECT-ENDED-CNT                  PIC 9(9).                  00008800
008900     05 ECT-DTL-CNT                    PIC 9(9).                  00008900
009000     05 FILLER                         PIC X(103).                00009000
009100                                                                  00009100
009200 FD  ECOM-RPT.                                                    00009200
009300 01  RPT-LINE                          PIC X(132).                00009300
009400                                                                  00009400
009500 WORKING-STORAGE SECTION.                                         00009500
009600* --------------------------------------------------------------- 00009600
009700* Misc working storage...                                         00009700
009800* --------------------------------------------------------------- 00009800
009900 01 WS-DTL-COUNT                     PIC 9(9) VALUE 0.            00009900
010000 01 WS-START-COUNT                   PIC 9(9) VALUE 0.            00010000
010100 01 WS-ACTIVE-COUNT                  PIC 9(9) VALUE 0.            00010100
010200 01 WS-ENDING-COUNT                  PIC 9(9) VALUE 0.            00010200
010300 01 WS-ENDED-COUNT                   PIC 9(9) VALUE 0.            00010300
010400 01 WS-HELD-COUNT                    PIC 9(9) VALUE 0.            00010400
010500 01 WS-WNDW-COUNT                    PIC 9(9) VALUE 0.            00010500
010600 01 WS-EXCP-COUNT                    PIC 9(9) VALUE 0.            00010600
010700                                                                  00010700
010800 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00010800
010900    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00010900
011000    88 SQL-NO-ERROR                           VALUE 'N'.          00011000
011100                                                                  00011100
011200 01 WS-RUN-DATE                      PIC X(8)  VALUE SPACES.      00011200
011300 01 WS-HORIZON-DAYS                  PIC S9(3) COMP-3 VALUE 7.    00011300
011400 01 WS-HORIZON-DSP                   PIC 9(3)  VALUE 0.           00011400
011500 01 WS-ZERO-DT                       PIC X(10) VALUE '0001-01-01'.00011500
011600 01 WS-HIGH-DT                       PIC X(10) VALUE '9999-12-31'.00011600
011700                                                                  00011700
011800* One store's window off ECOM-CSR.                                00011800
011900 01 WS-CAND-LOC-NBR                  PIC S9(9) COMP VALUE 0.      00011900
012000 01 WS-CAND-LOC-NM                   PIC X(30) VALUE SPACES.      00012000
012100 01 WS-CAND-CITY                     PIC X(30) VALUE SPACES.      00012100
012200 01 WS-CAND-STATE-CD                 PIC X(2)  VALUE SPACES.      00012200
012300 01 WS-CAND-ZIP5-CD                  PIC S9(5) COMP-3 VALUE 0.    00012300
012400 01 WS-CAND-MKT-AREA-CD              PIC X(5)  VALUE SPACES.      00012400
012500 01 WS-CAND-STRT-DT                  PIC X(10) VALUE SPACES.      00012500
012600 01 WS-CAND-END-DT                   PIC X(10) VALUE SPACES.      00012600
012700 01 WS-CAND-SLS-OPEN-DT              PIC X(10) VALUE SPACES.      00012700
012800 01 WS-CAND-SLS-CLOSED-DT            PIC X(10) VALUE SPACES.      00012800
012900 01 WS-CAND-MKT-AREA-NM              PIC X(30) VALUE SPACES.      00012900
013000 01 WS-CAND-FULFL-TYP-CD             PIC X(1)  VALUE SPACES.      00013000
013100 01 WS-CAND-SVC-RADIUS-MI            PIC S9(3) COMP-3 VALUE 0.    00013100
013200 01 WS-CAND-AREA-STAT-CD             PIC X(1)  VALUE SPACES.      00013200
013300    88 CAND-AREA-IS-ACTIVE                    VALUE 'Y'.          00013300
013400    88 CAND-AREA-IS-INACTIVE                  VALUE 'N'.          00013400
013500    88 CAND-AREA-NOT-ON-FILE                  VALUE ' '.          00013500
013600 01 WS-CAND-WNDW-STAT-CD             PIC X(1)  VALUE SPACES.      00013600
013700    88 CAND-WNDW-STARTING                     VALUE 'S'.          00013700
013800    88 CAND-WNDW-ACTIVE                       VALUE 'A'.          00013800
013900    88 CAND-WNDW-ENDING                       VALUE 'E'.          00013900
014000    88 CAND-WNDW-ENDED                        VALUE 'X'.          00014000
014100    88 CAND-WNDW-FUTURE                       VALUE 'F'.          00014100
014200    88 CAND-WNDW-IS-FED               VALUE 'S' 'A' 'E' 'X'.      00014200
014300                                                                  00014300
014400 COPY XXXN001A.                                                   00014400
014500 COPY YYYC0230.                                                   00014500
014600 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00014600
014700                                                                  00014700
014800 01 WS-HDG-LINE-1.                                                00014800
014900    05 FILLER PIC X(52) VALUE                                     00014900
015000       'MMMB4302 - E-COMMERCE ENABLEMENT FEED EXCEPTIONS'.        00015000
015100    05 FILLER PIC X(16) VALUE 'HORIZON (DAYS) -'.                 00015100
015200    05 WS-HDG-HORIZON                PIC ZZ9.                     00015200
015300 01 WS-HDG-LINE-2.                                                00015300
015400    05 FILLER PIC X(40) VALUE                                     00015400
015500       'STORE     NAME                          '.                00015500
015600    05 FILLER PIC X(40) VALUE                                     00015600
015700       ' AREA  START      END        SLS OPEN   '.                00015700
015800    05 FILLER PIC X(30) VALUE                                     00015800
015900       'SLS CLOSED EXCEPTION'.                                    00015900
016000 01 WS-EXCP-LINE.                                                 00016000
016100    05 WS-EL-LOC-NBR                 PIC Z(8)9.                   00016100
016200    05 FILLER                        PIC X(1) VALUE SPACES.       00016200
016300    05 WS-EL-LOC-NM                  PIC X(30).                   00016300
016400    05 FILLER                        PIC X(1) VALUE SPACES.       00016400
016500    05 WS-EL-MKT-AREA-CD             PIC X(5).                    00016500
016600    05 FILLER                        PIC X(1) VALUE SPACES.       00016600
016700    05 WS-EL-STRT-DT                 PIC X(10).                   00016700
016800    05 FILLER                        PIC X(1) VALUE SPACES.       00016800
016900    05 WS-EL-END-DT                  PIC X(10).                   00016900
017000    05 FILLER                        PIC X(1) VALUE SPACES.       00017000
017100    05 WS-EL-SLS-OPEN-DT             PIC X(10).                   00017100
017200    05 FILLER                        PIC X(1) VALUE SPACES.       00017200
017300    05 WS-EL-SLS-CLOSED-DT           PIC X(10).                   00017300
017400    05 FILLER                        PIC X(1) VALUE SPACES.       00017400
017500    05 WS-EL-REASON                  PIC X(40).                   00017500
017600 01 WS-CNT-LINE.                                                  00017600
017700    05 WS-CNT-TXT                    PIC X(30).                   00017700
017800    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00017800
017900                                                                  00017900
018000* ----------------------------------------------------------------00018000
018100* DB2 stuff...                                                    00018100
018200* ----------------------------------------------------------------00018200
018300     EXEC SQL                                                     00018300
018400       INCLUDE SQLCA                                              00018400
018500     END-EXEC                                                     00018500
018600                                                                  00018600
018700     EXEC SQL                                                     00018700
018800       INCLUDE DDDTMK01                                           00018800
018900     END-EXEC                                                     00018900
019000                                                                  00019000
019100* Every store window not ended before the horizon, with its       00019100
019200* market area when there is one.  A window with no end date is    00019200
019300* carried to 9999-12-31; an unset sales date is 0001-01-01.       00019300
019400     EXEC SQL                                                     00019400
019500       DECLARE ECOM-CSR CURSOR FOR                                00019500
019600       SELECT R.LOC_NBR, L.LOC_NM, L.PRIM_CITY,                   00019600
019700              L.PRIM_STATE_CD, L.PRIM_ZIP5_CD,                    00019700
019800              R.ECOMM_MKT_AREA_CD,                                00019800
019900              CHAR(R.ECOMM_STRT_DT, ISO),                         00019900
020000              CHAR(COALESCE(R.ECOMM_END_DT,                       00020000
020100                            DATE('9999-12-31')), ISO),            00020100
020200              CHAR(R.SLS_OPEN_DT, ISO),                           00020200
020300              CHAR(R.SLS_CLOSED_DT, ISO),                         00020300
020400              COALESCE(M.MK_MKT_AREA_NM, ' '),                    00020400
020500              COALESCE(M.MK_FULFL_TYP_CD, ' '),                   00020500
020600              COALESCE(M.MK_SVC_RADIUS_MI, 0),                    00020600
020700              COALESCE(M.MK_ACTIVE_IND, ' '),                     00020700
020800              CASE WHEN R.ECOMM_STRT_DT >                         00020800
020900                        CURRENT DATE + :WS-HORIZON-DAYS DAYS      00020900
021000                   THEN 'F'                                       00021000
021100                   WHEN R.ECOMM_STRT_DT > CURRENT DATE            00021100
021200                   THEN 'S'                                       00021200
021300                   WHEN R.ECOMM_END_DT <= CURRENT DATE            00021300
021400                   THEN 'X'                                       00021400
021500                   WHEN R.ECOMM_END_DT <=                         00021500
021600                        CURRENT DATE + :WS-HORIZON-DAYS DAYS      00021600
021700                   THEN 'E'                                       00021700
021800                   ELSE 'A' END                                   00021800
021900         FROM XXXAIL_LOC R                                        00021900
022000              INNER JOIN XXXATION L                               00022000
022100                 ON L.LOC_TYP_CD = R.LOC_TYP_CD                   00022100
022200                AND L.LOC_NBR    = R.LOC_NBR                      00022200
022300              LEFT OUTER JOIN FC_XXXAIL_ECOMM_MKT M               00022300
022400                 ON M.MK_MKT_AREA_CD = R.ECOMM_MKT_AREA_CD        00022400
022500        WHERE R.LOC_TYP_CD = 'S '                                 00022500
022600          AND R.ECOMM_STRT_DT IS NOT NULL                         00022600
022700          AND ( R.ECOMM_END_DT IS NULL                            00022700
022800             OR R.ECOMM_END_DT >                                  00022800
022900                CURRENT DATE - :WS-HORIZON-DAYS DAYS )            00022900
023000        ORDER BY R.LOC_NBR                                        00023000
023100     END-EXEC                                                     00023100
023200                                                                  00023200
023300 PROCEDURE DIVISION.                                              00023300
023400***************************************************************** 00023400
023500* Start of program main line.                                     00023500
023600***************************************************************** 00023600
023700 000-MAIN.                                                        00023700
023800     PERFORM 050-RUN-CNTL-START                                   00023800
023900     IF SQL-ERROR-DETECTED                                        00023900
024000       MOVE 8 TO RETURN-CODE                                      00024000
024100       GOBACK                                                     00024100
024200     END-IF                                                       00024200
024300     PERFORM 100-INITIALIZE                                       00024300
024400     PERFORM 200-WRITE-THE-WINDOWS                                00024400
024500     PERFORM 900-TERMINATE                                        00024500
024600     PERFORM 055-RUN-CNTL-END                                     00024600
024700     GOBACK                                                       00024700
024800     .                                                            00024800
024900                                                                  00024900
025000*================================================================ 00025000
025100* Initialization - the optional control card sets the horizon.    00025100
025200*================================================================ 00025200
025300 100-INITIALIZE.                                                  00025300
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00025400
025500     OPEN INPUT  PARM-IN                                          00025500
025600     READ PARM-IN                                                 00025600
025700       AT END MOVE SPACES TO PARM-REC                             00025700
025800     END-READ                                                     00025800
025900     CLOSE PARM-IN                                                00025900
026000     IF  PARM-HORIZON-DAYS IS NUMERIC                             00026000
026100     AND PARM-HORIZON-DAYS NOT = '000'                            00026100
026200       MOVE PARM-HORIZON-DAYS TO WS-HORIZON-DSP                   00026200
026300       MOVE WS-HORIZON-DSP    TO WS-HORIZON-DAYS                  00026300
026400     END-IF                                                       00026400
026500     MOVE WS-HORIZON-DAYS TO WS-HORIZON-DSP                       00026500
026600     MOVE WS-HORIZON-DSP  TO WS-HDG-HORIZON                       00026600
026700     OPEN OUTPUT ECOM-OUT                                         00026700
026800     OPEN OUTPUT ECOM-RPT                                         00026800
026900     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00026900
027000     WRITE RPT-LINE FROM SPACES                                   00027000
027100     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00027100
027200     .                                                            00027200
027300                                                                  00027300
027400*================================================================ 00027400
027500* The windows - fed and checked, then the trailer.                00027500
027600*================================================================ 00027600
027700 200-WRITE-THE-WINDOWS.                                           00027700
027800     EXEC SQL                                                     00027800
027900       OPEN ECOM-CSR                                              00027900
028000     END-EXEC                                                     00028000
028100     IF SQLCODE NOT = 0                                           00028100
028200       SET SQL-ERROR-DETECTED TO TRUE                             00028200
028300       DISPLAY 'MMMB4302 - ERROR OPENING ECOM-CSR, SQLCODE='      00028300
028400               SQLCODE                                            00028400
028500     ELSE                                                         00028500
028600       PERFORM 220-FETCH-NEXT-WINDOW                              00028600
028700       PERFORM 250-DO-ONE-WINDOW                                  00028700
028800         UNTIL SQLCODE NOT = 0                                    00028800
028900       IF SQLCODE = 100                                           00028900
029000         MOVE 0 TO SQLCODE                                        00029000
029100       END-IF                                                     00029100
029200       EXEC SQL                                                   00029200
029300         CLOSE ECOM-CSR                                           00029300
029400       END-EXEC                                                   00029400
029500       IF SQL-NO-ERROR                                            00029500
029600         MOVE 0 TO SQLCODE                                        00029600
029700         MOVE SPACES            TO ECOM-TRL-REC                   00029700
029800         MOVE 'T'               TO ECT-REC-TYP                    00029800
029900         MOVE WS-RUN-DATE       TO ECT-RUN-DATE                   00029900
030000         MOVE WS-HORIZON-DSP    TO ECT-HORIZON-DAYS               00030000
030100         MOVE WS-START-COUNT    TO ECT-START-CNT                  00030100
030200         MOVE WS-ACTIVE-COUNT   TO ECT-ACTIVE-CNT                 00030200
030300         MOVE WS-ENDING-COUNT   TO ECT-ENDING-CNT                 00030300
030400         MOVE WS-ENDED-COUNT    TO ECT-ENDED-CNT                  00030400
030500         MOVE WS-DTL-COUNT      TO ECT-DTL-CNT                    00030500
030600         WRITE ECOM-TRL-REC                                       00030600
030700       END-IF                                                     00030700
030800     END-IF                                                       00030800
030900     .                                                            00030900
031000                                                                  00031000
031100 220-FETCH-NEXT-WINDOW.                                           00031100
031200     EXEC SQL                                                     00031200
031300       FETCH ECOM-CSR                                             00031300
031400         INTO :WS-CAND-LOC-NBR, :WS-CAND-LOC-NM,                  00031400
031500              :WS-CAND-CITY, :WS-CAND-STATE-CD,                   00031500
031600              :WS-CAND-ZIP5-CD, :WS-CAND-MKT-AREA-CD,             00031600
031700              :WS-CAND-STRT-DT, :WS-CAND-END-DT,                  00031700
031800              :WS-CAND-SLS-OPEN-DT, :WS-CAND-SLS-CLOSED-DT,       00031800
031900              :WS-CAND-MKT-AREA-NM, :WS-CAND-FULFL-TYP-CD,        00031900
032000              :WS-CAND-SVC-RADIUS-MI, :WS-CAND-AREA-STAT-CD,      00032000
032100              :WS-CAND-WNDW-STAT-CD                               00032100
032200     END-EXEC                                                     00032200
032300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00032300
032400       SET SQL-ERROR-DETECTED       TO TRUE                       00032400
032500       DISPLAY 'MMMB4302 - ERROR FETCHING ECOM-CSR, SQLCODE='     00032500
032600               SQLCODE                                            00032600
032700     END-IF                                                       00032700
032800     .                                                            00032800
032900                                                                  00032900
033000 250-DO-ONE-WINDOW.                                               00033000
033100     ADD 1 TO WS-WNDW-COUNT                                       00033100
033200     PERFORM 300-CHECK-THE-WINDOW                                 00033200
033300     IF  CAND-WNDW-IS-FED                                         00033300
033400       IF CAND-AREA-IS-ACTIVE                                     00033400
033500         PERFORM 400-FEED-THE-WINDOW                              00033500
033600       ELSE                                                       00033600
033700         ADD 1 TO WS-HELD-COUNT                                   00033700
033800       END-IF                                                     00033800
033900     END-IF                                                       00033900
034000     PERFORM 220-FETCH-NEXT-WINDOW                                00034000
034100     .                                                            00034100
034200                                                                  00034200
034300*================================================================ 00034300
034400* Exceptions - dates against the store's sales dates, and the     00034400
034500* market area.  One report line per finding.                      00034500
034600*================================================================ 00034600
034700 300-CHECK-THE-WINDOW.                                            00034700
034800     IF WS-CAND-SLS-OPEN-DT = WS-ZERO-DT                          00034800
034900       MOVE 'NO SLS_OPEN_DT ON THE STORE'     TO WS-EL-REASON     00034900
035000       PERFORM 350-LIST-EXCEPTION                                 00035000
035100     ELSE                                                         00035100
035200       IF WS-CAND-STRT-DT < WS-CAND-SLS-OPEN-DT                   00035200
035300         MOVE 'WINDOW STARTS BEFORE SLS_OPEN_DT' TO WS-EL-REASON  00035300
035400         PERFORM 350-LIST-EXCEPTION                               00035400
035500       END-IF                                                     00035500
035600     END-IF                                                       00035600
035700     IF  WS-CAND-SLS-CLOSED-DT NOT = WS-ZERO-DT                   00035700
035800     AND WS-CAND-END-DT > WS-CAND-SLS-CLOSED-DT                   00035800
035900       MOVE 'WINDOW RUNS PAST SLS_CLOSED_DT'  TO WS-EL-REASON     00035900
036000       PERFORM 350-LIST-EXCEPTION                                 00036000
036100     END-IF                                                       00036100
036200     EVALUATE TRUE                                                00036200
036300       WHEN WS-CAND-MKT-AREA-CD = SPACES                          00036300
036400         MOVE 'NO ECOMM_MKT_AREA_CD'          TO WS-EL-REASON     00036400
036500         PERFORM 350-LIST-EXCEPTION                               00036500
036600       WHEN CAND-AREA-NOT-ON-FILE                                 00036600
036700         MOVE 'MARKET AREA NOT DEFINED'       TO WS-EL-REASON     00036700
036800         PERFORM 350-LIST-EXCEPTION                               00036800
036900       WHEN CAND-AREA-IS-INACTIVE                                 00036900
037000         MOVE 'MARKET AREA IS INACTIVE'       TO WS-EL-REASON     00037000
037100         PERFORM 350-LIST-EXCEPTION                               00037100
037200     END-EVALUATE                                                 00037200
037300     .                                                            00037300
037400                                                                  00037400
037500 350-LIST-EXCEPTION.                                              00037500
037600     ADD 1 TO WS-EXCP-COUNT                                       00037600
037700     MOVE WS-CAND-LOC-NBR        TO WS-EL-LOC-NBR                 00037700
037800     MOVE WS-CAND-LOC-NM         TO WS-EL-LOC-NM                  00037800
037900     MOVE WS-CAND-MKT-AREA-CD    TO WS-EL-MKT-AREA-CD             00037900
038000     MOVE WS-CAND-STRT-DT        TO WS-EL-STRT-DT                 00038000
038100     MOVE WS-CAND-END-DT         TO WS-EL-END-DT                  00038100
038200     IF WS-CAND-END-DT = WS-HIGH-DT                               00038200
038300       MOVE SPACES               TO WS-EL-END-DT                  00038300
038400     END-IF                                                       00038400
038500     MOVE WS-CAND-SLS-OPEN-DT    TO WS-EL-SLS-OPEN-DT             00038500
038600     IF WS-CAND-SLS-OPEN-DT = WS-ZERO-DT                          00038600
038700       MOVE SPACES               TO WS-EL-SLS-OPEN-DT             00038700
038800     END-IF                                                       00038800
038900     MOVE WS-CAND-SLS-CLOSED-DT  TO WS-EL-SLS-CLOSED-DT           00038900
039000     IF WS-CAND-SLS-CLOSED-DT = WS-ZERO-DT                        00039000
039100       MOVE SPACES               TO WS-EL-SLS-CLOSED-DT           00039100
039200     END-IF                                                       00039200
039300     WRITE RPT-LINE FROM WS-EXCP-LINE                             00039300
039400     .                                                            00039400
039500                                                                  00039500
039600*================================================================ 00039600
039700* One D record for a store whose window starts, runs, ends or     00039700
039800* has just ended.                                                 00039800
039900*================================================================ 00039900
040000 400-FEED-THE-WINDOW.                                             00040000
040100     MOVE SPACES                 TO ECOM-OUT-REC                  00040100
040200     MOVE 'D'                    TO ECO-REC-TYP                   00040200
040300     MOVE WS-CAND-WNDW-STAT-CD   TO ECO-WNDW-STAT-CD              00040300
040400     MOVE WS-CAND-LOC-NBR        TO ECO-LOC-NBR                   00040400
040500     MOVE WS-CAND-LOC-NM         TO ECO-LOC-NM                    00040500
040600     MOVE WS-CAND-CITY           TO ECO-CITY                      00040600
040700     MOVE WS-CAND-STATE-CD       TO ECO-STATE-CD                  00040700
040800     MOVE WS-CAND-ZIP5-CD        TO ECO-ZIP5-CD                   00040800
040900     MOVE WS-CAND-MKT-AREA-CD    TO ECO-MKT-AREA-CD               00040900
041000     MOVE WS-CAND-MKT-AREA-NM    TO ECO-MKT-AREA-NM               00041000
041100     MOVE WS-CAND-FULFL-TYP-CD   TO ECO-FULFL-TYP-CD              00041100
041200     MOVE WS-CAND-SVC-RADIUS-MI  TO ECO-SVC-RADIUS-MI             00041200
041300     MOVE WS-CAND-STRT-DT        TO ECO-STRT-DT                   00041300
041400     IF WS-CAND-END-DT NOT = WS-HIGH-DT                           00041400
041500       MOVE WS-CAND-END-DT       TO ECO-END-DT                    00041500
041600     END-IF                                                       00041600
041700     WRITE ECOM-OUT-REC                                           00041700
041800     ADD 1 TO WS-DTL-COUNT                                        00041800
041900     EVALUATE TRUE                                                00041900
042000       WHEN CAND-WNDW-STARTING                                    00042000
042100         ADD 1 TO WS-START-COUNT                                  00042100
042200       WHEN CAND-WNDW-ACTIVE                                      00042200
042300         ADD 1 TO WS-ACTIVE-COUNT                                 00042300
042400       WHEN CAND-WNDW-ENDING                                      00042400
042500         ADD 1 TO WS-ENDING-COUNT                                 00042500
042600       WHEN CAND-WNDW-ENDED                                       00042600
042700         ADD 1 TO WS-ENDED-COUNT                                  00042700
042800     END-EVALUATE                                                 00042800
042900     .                                                            00042900
043000                                                                  00043000
043100*================================================================ 00043100
043200* Termination - the counts, and close up...                       00043200
043300*================================================================ 00043300
043400 900-TERMINATE.                                                   00043400
043500     IF SQL-ERROR-DETECTED                                        00043500
043600       MOVE 16 TO RETURN-CODE                                     00043600
043700     ELSE                                                         00043700
043800       IF WS-EXCP-COUNT > 0                                       00043800
043900         MOVE 4 TO RETURN-CODE                                    00043900
044000       END-IF                                                     00044000
044100     END-IF                                                       00044100
044200     WRITE RPT-LINE FROM SPACES                                   00044200
044300     MOVE 'WINDOWS CHECKED            - ' TO WS-CNT-TXT           00044300
044400     MOVE WS-WNDW-COUNT                   TO WS-CNT-NBR           00044400
044500     WRITE RPT-LINE FROM WS-CNT-LINE                              00044500
044600     MOVE 'STORES FED                 - ' TO WS-CNT-TXT           00044600
044700     MOVE WS-DTL-COUNT                    TO WS-CNT-NBR           00044700
044800     WRITE RPT-LINE FROM WS-CNT-LINE                              00044800
044900     MOVE '  STARTING                 - ' TO WS-CNT-TXT           00044900
045000     MOVE WS-START-COUNT                  TO WS-CNT-NBR           00045000
045100     WRITE RPT-LINE FROM WS-CNT-LINE                              00045100
045200     MOVE '  ACTIVE                   - ' TO WS-CNT-TXT           00045200
045300     MOVE WS-ACTIVE-COUNT                 TO WS-CNT-NBR           00045300
045400     WRITE RPT-LINE FROM WS-CNT-LINE                              00045400
045500     MOVE '  ENDING                   - ' TO WS-CNT-TXT           00045500
045600     MOVE WS-ENDING-COUNT                 TO WS-CNT-NBR           00045600
045700     WRITE RPT-LINE FROM WS-CNT-LINE                              00045700
045800     MOVE '  ENDED                    - ' TO WS-CNT-TXT           00045800
045900     MOVE WS-ENDED-COUNT                  TO WS-CNT-NBR           00045900
046000     WRITE RPT-LINE FROM WS-CNT-LINE                              00046000
046100     MOVE 'HELD - NO USABLE AREA      - ' TO WS-CNT-TXT           00046100
046200     MOVE WS-HELD-COUNT                   TO WS-CNT-NBR           00046200
046300     WRITE RPT-LINE FROM WS-CNT-LINE                              00046300
046400     MOVE 'EXCEPTIONS LISTED          - ' TO WS-CNT-TXT           00046400
046500     MOVE WS-EXCP-COUNT                   TO WS-CNT-NBR           00046500
046600     WRITE RPT-LINE FROM WS-CNT-LINE                              00046600
046700     CLOSE ECOM-OUT                                               00046700
046800           ECOM-RPT                                               00046800
046900     .                                                            00046900
047000                                                                  00047000
047100*================================================================ 00047100
047200* Run control - refuse a duplicate or out-of-order start, and     00047200
047300* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00047300
047400*================================================================ 00047400
047500 050-RUN-CNTL-START.                                              00047500
047600     INITIALIZE XXXN001A                                          00047600
047700                YYYC0230                                          00047700
047800     SET  YYYC0230-START-RUN TO TRUE                              00047800
047900     MOVE 'MMMB4302' TO YYYC0230-JOB-NM                           00047900
048000     CALL YYYS0230-RUN-CNTL USING                                 00048000
048100         XXXN001A                                                 00048100
048200         YYYC0230                                                 00048200
048300     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00048300
048400       SET SQL-ERROR-DETECTED TO TRUE                             00048400
048500       DISPLAY 'MMMB4302 - START REFUSED: ' IS-RTRN-MSG-TXT       00048500
048600     END-IF                                                       00048600
048700     .                                                            00048700
048800                                                                  00048800
048900 055-RUN-CNTL-END.                                                00048900
049000     INITIALIZE XXXN001A                                          00049000
049100                YYYC0230                                          00049100
049200     IF SQL-ERROR-DETECTED                                        00049200
049300       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00049300
049400     ELSE                                                         00049400
049500       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00049500
049600     END-IF                                                       00049600
049700     MOVE 'MMMB4302' TO YYYC0230-JOB-NM                           00049700
049800     CALL YYYS0230-RUN-CNTL USING                                 00049800
049900         XXXN001A                                                 00049900
050000         YYYC0230                                                 00050000
050100     .                                                            00050100
