000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2602.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* ZIP code service area build.                                    00000600
000700*                                                                 00000700
000800* Assigns every ZIP code its primary and secondary serving        00000800
000900* stores - the two nearest open stores to the ZIP centroid -      00000900
001000* for e-commerce, marketing and the call center, and keeps        00001000
001100* them on FC_XXXAIL_ZIP_STORE (DDDTZP01), where YYYB0250          00001100
001200* answers "which store serves ZIP nnnnn" on MQ.  Run monthly      00001200
001300* from the ZIP centroid file and on demand after stores open      00001300
001400* or close.                                                       00001400
001500*                                                                 00001500
001600* Three rows per ZIP, one for each service filter:                00001600
001700*   A  any open store;                                            00001700
001800*   P  a store with a pharmacy (an NABP number on XXXAIL_LOC);    00001800
001900*   E  a store enabled for e-commerce (ECOMM_STRT_DT reached      00001900
002000*      and ECOMM_END_DT not yet passed).                          00002000
002100* An open store is FC_RL_STATUS_CD A with no closing date or      00002100
002200* one not yet passed, the MMMS0169 rule.  Its geocode is          00002200
002300* XXXAIL_LOC LAT_K/LON_K, or FC_RL_LATITUDE_K/LONGITUDE_K when    00002300
002400* those are zero; a store with neither is left out and            00002400
002500* counted.  Distances are the same flat-earth miles MMMS0169      00002500
002600* uses, to the tenth of a mile; a store farther than the          00002600
002700* maximum serving distance does not serve the ZIP, and a ZIP      00002700
002800* with no store in reach gets store number 0.                     00002800
002900*                                                                 00002900
003000* ZIPIN record: zip 9(5) city(30) state(2) lat-sign(1)            00003000
003100* lat 9(3)v9(5) lon-sign(1) lon 9(3)v9(5), all contiguous.        00003100
003200*                                                                 00003200
003300* PARMIN, optional:                                               00003300
003400*   cols  1- 3  maximum serving distance in miles (default 100)   00003400
003500*                                                                 00003500
003600* Each row is stamped with the run's timestamp; rows of a ZIP     00003600
003700* no longer on the file are deleted at the end, unless no ZIP     00003700
003800* was accepted.  RPTOUT lists the ZIPs whose primary serving      00003800
003900* store changed - the store-opened / store-closed report - and    00003900
004000* the rejected records, then the counts; a reject ends the job    00004000
004100* with RC 4.                                                      00004100
004200* Batch job - run standalone, schedule monthly and on demand.     00004200
004300*---------------------------------------------------------------- 00004300
004400 ENVIRONMENT DIVISION.                                            00004400
004500 INPUT-OUTPUT SECTION.                                            00004500
004600 FILE-CONTROL.                                                    00004600
004700     SELECT PARM-IN        ASSIGN TO PARMIN                       00004700
004800         ORGANIZATION IS LINE SEQUENTIAL.                         00004800
004900     SELECT ZIP-IN         ASSIGN TO ZIPIN                        00004900
005000         ORGANIZATION IS LINE SEQUENTIAL.                         00005000
005100     SELECT ZIP-RPT        ASSIGN TO RPTOUT                       00005100
005200         ORGANIZATION IS LINE SEQUENTIAL.                         00005200
005300                                                                  00005300
005400 DATA DIVISION.                                                   00005400
005500 FILE SECTION.                                                    00005500
005600 FD  PARM-IN.                                                     00005600
005700 01  PARM-REC.                                                    00005700
005800     05 PARM-MAX-MI                    PIC X(3).                  00005800
005900     05 FILLER                         PIC X(77).                 00005900
006000                                                                  00006000
006100 FD  ZIP-IN.                                                      00006100
006200 01  ZIP-REC.                                                     00006200
006300     05 ZIP-ZIP5-CD                    PIC 9(5).                  00006300
006400     05 ZIP-CITY                       PIC X(30).                 00006400
006500     05 ZIP-STATE-CD                   PIC X(2).                  00006500
006600     05 ZIP-LAT-SIGN                   PIC X(1).                  00006600
006700     05 ZIP-LATITUDE                   PIC 9(3)V9(5).             00006700
006800     05 ZIP-LON-SIGN                   PIC X(1).                  00006800
006900     05 ZIP-LONGITUDE                  PIC 9(3)V9(5).             00006900
007000                                                                  00007000
007100 FD  ZIP-RPT.                                                     00007100
007200 01  RPT-LINE                          PIC X(132).                00007200
007300                                                                  00007300
007400 WORKING-STORAGE SECTION.                                         00007400
007500* --------------------------------------------------------------- 00007500
007600* Misc working storage...                                         00007600
007700* --------------------------------------------------------------- 00007700
007800 01 WS-READ-COUNT                    PIC 9(9) VALUE 0.            00007800
007900 01 WS-ZIP-COUNT                     PIC 9(9) VALUE 0.            00007900
008000 01 WS-REJECTED-COUNT                PIC 9(9) VALUE 0.            00008000
008100 01 WS-ROW-COUNT                     PIC 9(9) VALUE 0.            00008100
008200 01 WS-CHANGED-COUNT                 PIC 9(9) VALUE 0.            00008200
008300 01 WS-UNSERVED-COUNT                PIC 9(9) VALUE 0.            00008300
008400 01 WS-STORE-COUNT                   PIC 9(9) VALUE 0.            00008400
008500 01 WS-NOGEO-COUNT                   PIC 9(9) VALUE 0.            00008500
008600 01 WS-DROPPED-COUNT                 PIC S9(9) COMP VALUE 0.      00008600
008700 01 WS-UNCOMMITTED                   PIC S9(4) COMP VALUE 0.      00008700
008800 01 WS-COMMIT-FREQ                   PIC S9(4) COMP VALUE 500.    00008800
008900 01 WS-RPT-RC                        PIC S9(4) COMP VALUE 0.      00008900
009000                                                                  00009000
009100 01 WS-EOF-SW                        PIC X    VALUE 'N'.          00009100
009200    88 IS-EOF                                 VALUE 'Y'.          00009200
009300    88 NOT-EOF                                VALUE 'N'.          00009300
009400 01 WS-SQL-ERROR-SW                  PIC X    VALUE 'N'.          00009400
009500    88 SQL-ERROR-DETECTED                     VALUE 'Y'.          00009500
009600    88 SQL-NO-ERROR                           VALUE 'N'.          00009600
009700                                                                  00009700
009800 01 WS-RUN-TS                        PIC X(26) VALUE SPACES.      00009800
009900 01 WS-MAX-MI                        PIC S9(3) COMP-3 VALUE 100.  00009900
010000 01 WS-MAX-SQ                        PIC S9(11)V9(4) COMP-3       00010000
010100                                               VALUE 0.           00010100
010200                                                                  00010200
010300* The open stores, loaded once up front in store order.  The      00010300
010400* service switches are A, P and E in that order.                  00010400
010500 01 K-MAX-STORES                     PIC S9(4) COMP VALUE 5000.   00010500
010600 01 WS-STORE-TABLE.                                               00010600
010700    05 WS-STORE-ENTRY OCCURS 5000 TIMES.                          00010700
010800       10 WS-STORE-NO               PIC S9(9) COMP.               00010800
010900       10 WS-STORE-LAT              PIC S9(3)V9(5) COMP-3.        00010900
011000       10 WS-STORE-LON              PIC S9(3)V9(5) COMP-3.        00011000
011100       10 WS-STORE-SVC-SW           PIC X(1) OCCURS 3 TIMES.      00011100
011200 01 WS-NUM-STORES                    PIC S9(4) COMP VALUE 0.      00011200
011300 01 I                                PIC S9(4) COMP VALUE 0.      00011300
011400 01 J                                PIC S9(4) COMP VALUE 0.      00011400
011500 01 K                                PIC S9(4) COMP VALUE 0.      00011500
011600                                                                  00011600
011700* The two nearest stores for each service, for the ZIP at hand.   00011700
011800 01 WS-SVC-TABLE.                                                 00011800
011900    05 WS-SVC-ENTRY OCCURS 3 TIMES.                               00011900
012000       10 WS-SVC-CD                 PIC X(1).                     00012000
012100       10 WS-SVC-BEST-IDX           PIC S9(4) COMP                00012100
012200                                    OCCURS 2 TIMES.               00012200
012300       10 WS-SVC-BEST-SQ            PIC S9(11)V9(4) COMP-3        00012300
012400                                    OCCURS 2 TIMES.               00012400
012500                                                                  00012500
012600* One store off STORE-CSR.                                        00012600
012700 01 WS-CAND-STORE-NO                 PIC S9(5) COMP-3 VALUE 0.    00012700
012800 01 WS-CAND-LAT                      PIC S9(3)V9(5) COMP-3        00012800
012900                                     VALUE 0.                     00012900
013000 01 WS-CAND-LON                      PIC S9(3)V9(5) COMP-3        00013000
013100                                     VALUE 0.                     00013100
013200 01 WS-CAND-PHARMACY-SW              PIC X(1)  VALUE SPACES.      00013200
013300 01 WS-CAND-ECOMM-SW                 PIC X(1)  VALUE SPACES.      00013300
013400                                                                  00013400
013500* The ZIP at hand.                                                00013500
013600 01 WS-ZIP-LAT                       PIC S9(3)V9(5) COMP-3        00013600
013700                                     VALUE 0.                     00013700
013800 01 WS-ZIP-LON                       PIC S9(3)V9(5) COMP-3        00013800
013900                                     VALUE 0.                     00013900
014000                                                                  00014000
014100* The row as it stood before this run.                            00014100
014200 01 WS-OLD-STORE-NO                  PIC S9(9) COMP VALUE 0.      00014200
014300 01 WS-OLD-DIST-MI                   PIC S9(4)V9(1) COMP-3        00014300
014400                                     VALUE 0.                     00014400
014500                                                                  00014500
014600* Distance work - same flat-earth math as MMMS0169.               00014600
014700 01 WS-DLAT-MI                       PIC S9(5)V9(5) COMP-3        00014700
014800                                     VALUE 0.                     00014800
014900 01 WS-DLON-MI                       PIC S9(5)V9(5) COMP-3        00014900
015000                                     VALUE 0.                     00015000
015100 01 WS-DIST-SQ                       PIC S9(11)V9(4) COMP-3       00015100
015200                                     VALUE 0.                     00015200
015300 01 WS-DIST-MI                       PIC S9(5)V9(1) COMP-3        00015300
015400                                     VALUE 0.                     00015400
015500 01 WS-TRIAL-MI                      PIC S9(5)V9(1) COMP-3        00015500
015600                                     VALUE 0.                     00015600
015700                                                                  00015700
015800 COPY XXXN001A.                                                   00015800
015900 COPY YYYC0230.                                                   00015900
016000 01 YYYS0230-RUN-CNTL PIC X(8) VALUE 'YYYS0230'.                  00016000
016100                                                                  00016100
016200 01 WS-HDG-LINE-1.                                                00016200
016300    05 FILLER PIC X(46) VALUE                                     00016300
016400       'MMMB2602 - ZIP CODE SERVICE AREA BUILD'.                  00016400
016500    05 FILLER PIC X(24) VALUE 'MAXIMUM SERVING MILES - '.         00016500
016600    05 WS-HDG-MAX-MI                 PIC ZZ9.                     00016600
016700 01 WS-HDG-LINE-2.                                                00016700
016800    05 FILLER PIC X(40) VALUE                                     00016800
016900       'ZIPS WHOSE PRIMARY SERVING STORE CHANGED'.                00016900
017000    05 FILLER PIC X(20) VALUE                                     00017000
017100       ', AND REJECTS'.                                           00017100
017200 01 WS-HDG-LINE-3.                                                00017200
017300    05 FILLER PIC X(40) VALUE                                     00017300
017400       'ZIP    SVC  OLD STORE   MILES  NEW STORE'.                00017400
017500    05 FILLER PIC X(20) VALUE                                     00017500
017600       '   MILES  NOTE'.                                          00017600
017700 01 WS-CHG-LINE.                                                  00017700
017800    05 WS-CL-ZIP5-CD                 PIC 9(5).                    00017800
017900    05 FILLER                        PIC X(3) VALUE SPACES.       00017900
018000    05 WS-CL-SVC-CD                  PIC X(1).                    00018000
018100    05 FILLER                        PIC X(2) VALUE SPACES.       00018100
018200    05 WS-CL-OLD-STORE-NO            PIC Z(8)9.                   00018200
018300    05 FILLER                        PIC X(2) VALUE SPACES.       00018300
018400    05 WS-CL-OLD-MILES               PIC ZZZ9.9.                  00018400
018500    05 FILLER                        PIC X(2) VALUE SPACES.       00018500
018600    05 WS-CL-NEW-STORE-NO            PIC Z(8)9.                   00018600
018700    05 FILLER                        PIC X(2) VALUE SPACES.       00018700
018800    05 WS-CL-NEW-MILES               PIC ZZZ9.9.                  00018800
018900    05 FILLER                        PIC X(2) VALUE SPACES.       00018900
019000    05 WS-CL-NOTE                    PIC X(30).                   00019000
019100 01 WS-REJ-LINE.                                                  00019100
019200    05 WS-RL-ZIP5-CD                 PIC X(5).                    00019200
019300    05 FILLER                        PIC X(3) VALUE SPACES.       00019300
019400    05 FILLER                        PIC X(10) VALUE              00019400
019500       'REJECTED'.                                                00019500
019600    05 WS-RL-REASON                  PIC X(50).                   00019600
019700 01 WS-CNT-LINE.                                                  00019700
019800    05 WS-CNT-TXT                    PIC X(30).                   00019800
019900    05 WS-CNT-NBR                    PIC ZZZ,ZZZ,ZZ9.             00019900
020000                                                                  00020000
020100* ----------------------------------------------------------------00020100
020200* DB2 stuff...                                                    00020200
020300* ----------------------------------------------------------------00020300
020400     EXEC SQL                                                     00020400
020500       INCLUDE SQLCA                                              00020500
020600     END-EXEC                                                     00020600
020700                                                                  00020700
020800     EXEC SQL                                                     00020800
020900       INCLUDE DDDTZP01                                           00020900
021000     END-EXEC                                                     00021000
021100                                                                  00021100
021200* The open stores, with the geocode and the service flags off     00021200
021300* the XXXAIL_LOC row when there is one.                           00021300
021400     EXEC SQL                                                     00021400
021500       DECLARE STORE-CSR CURSOR FOR                               00021500
021600       SELECT F.FC_STORE_NO,                                      00021600
021700              CASE WHEN R.LAT_K <> 0 OR R.LON_K <> 0              00021700
021800                   THEN R.LAT_K                                   00021800
021900                   ELSE F.FC_RL_LATITUDE_K END,                   00021900
022000              CASE WHEN R.LAT_K <> 0 OR R.LON_K <> 0              00022000
022100                   THEN R.LON_K                                   00022100
022200                   ELSE F.FC_RL_LONGITUDE_K END,                  00022200
022300              CASE WHEN R.NABP_NBR > ' '                          00022300
022400                   THEN 'Y' ELSE 'N' END,                         00022400
022500              CASE WHEN R.ECOMM_STRT_DT <= CURRENT DATE           00022500
022600                    AND ( R.ECOMM_END_DT IS NULL                  00022600
022700                       OR R.ECOMM_END_DT > CURRENT DATE )         00022700
022800                   THEN 'Y' ELSE 'N' END                          00022800
022900         FROM FC_XXXAIL_STORES F                                  00022900
023000              LEFT OUTER JOIN XXXAIL_LOC R                        00023000
023100                 ON R.LOC_TYP_CD = 'S '                           00023100
023200                AND R.LOC_NBR    = F.FC_STORE_NO                  00023200
023300        WHERE F.FC_RL_STATUS_CD = 'A'                             00023300
023400          AND ( F.FC_RL_CLOSING_DT  = '0001-01-01'                00023400
023500             OR F.FC_RL_CLOSING_DT >= CURRENT DATE )              00023500
023600        ORDER BY 1                                                00023600
023700     END-EXEC                                                     00023700
023800                                                                  00023800
023900 PROCEDURE DIVISION.                                              00023900
024000***************************************************************** 00024000
024100* Start of program main line.                                     00024100
024200***************************************************************** 00024200
024300 000-MAIN.                                                        00024300
024400     PERFORM 050-RUN-CNTL-START                                   00024400
024500     IF SQL-ERROR-DETECTED                                        00024500
024600       MOVE 8 TO RETURN-CODE                                      00024600
024700       GOBACK                                                     00024700
024800     END-IF                                                       00024800
024900     PERFORM 100-INITIALIZE                                       00024900
025000     IF SQL-NO-ERROR                                              00025000
025100       PERFORM 150-LOAD-THE-STORES                                00025100
025200     END-IF                                                       00025200
025300     IF SQL-NO-ERROR                                              00025300
025400       PERFORM 200-ASSIGN-ONE-ZIP                                 00025400
025500         UNTIL IS-EOF OR SQL-ERROR-DETECTED                       00025500
025600     END-IF                                                       00025600
025700     IF SQL-NO-ERROR                                              00025700
025800       PERFORM 500-DROP-OLD-ZIPS                                  00025800
025900     END-IF                                                       00025900
026000     PERFORM 900-TERMINATE                                        00026000
026100     PERFORM 055-RUN-CNTL-END                                     00026100
026200     MOVE WS-RPT-RC TO RETURN-CODE                                00026200
026300     GOBACK                                                       00026300
026400     .                                                            00026400
026500                                                                  00026500
026600*================================================================ 00026600
026700* Initialization - the optional control card names the maximum    00026700
026800* serving distance; the run's timestamp stamps every row.         00026800
026900*================================================================ 00026900
027000 100-INITIALIZE.                                                  00027000
027100     OPEN INPUT  PARM-IN                                          00027100
027200     READ PARM-IN                                                 00027200
027300       AT END MOVE SPACES TO PARM-REC                             00027300
027400     END-READ                                                     00027400
027500     CLOSE PARM-IN                                                00027500
027600     IF PARM-MAX-MI IS NUMERIC AND PARM-MAX-MI > '000'            00027600
027700       MOVE PARM-MAX-MI TO WS-MAX-MI                              00027700
027800     END-IF                                                       00027800
027900     COMPUTE WS-MAX-SQ = WS-MAX-MI * WS-MAX-MI                    00027900
028000     MOVE 'A' TO WS-SVC-CD (1)                                    00028000
028100     MOVE 'P' TO WS-SVC-CD (2)                                    00028100
028200     MOVE 'E' TO WS-SVC-CD (3)                                    00028200
028300     MOVE WS-MAX-MI TO WS-HDG-MAX-MI                              00028300
028400     OPEN INPUT  ZIP-IN                                           00028400
028500     OPEN OUTPUT ZIP-RPT                                          00028500
028600     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00028600
028700     WRITE RPT-LINE FROM SPACES                                   00028700
028800     WRITE RPT-LINE FROM WS-HDG-LINE-2                            00028800
028900     WRITE RPT-LINE FROM WS-HDG-LINE-3                            00028900
029000                                                                  00029000
029100     EXEC SQL                                                     00029100
029200       SELECT CURRENT TIMESTAMP                                   00029200
029300         INTO :WS-RUN-TS                                          00029300
029400         FROM SYSIBM.SYSDUMMY1                                    00029400
029500     END-EXEC                                                     00029500
029600     IF SQLCODE NOT = 0                                           00029600
029700       SET SQL-ERROR-DETECTED TO TRUE                             00029700
029800       DISPLAY 'MMMB2602 - ERROR GETTING THE RUN TIMESTAMP, '     00029800
029900               'SQLCODE=' SQLCODE                                 00029900
030000     END-IF                                                       00030000
030100     PERFORM 120-READ-NEXT-ZIP                                    00030100
030200     .                                                            00030200
030300                                                                  00030300
030400 120-READ-NEXT-ZIP.                                               00030400
030500     READ ZIP-IN                                                  00030500
030600       AT END SET IS-EOF TO TRUE                                  00030600
030700     END-READ                                                     00030700
030800     .                                                            00030800
030900                                                                  00030900
031000*================================================================ 00031000
031100* The open stores with a geocode, into the store table.           00031100
031200*================================================================ 00031200
031300 150-LOAD-THE-STORES.                                             00031300
031400     EXEC SQL                                                     00031400
031500       OPEN STORE-CSR                                             00031500
031600     END-EXEC                                                     00031600
031700     IF SQLCODE NOT = 0                                           00031700
031800       SET SQL-ERROR-DETECTED TO TRUE                             00031800
031900       DISPLAY 'MMMB2602 - ERROR OPENING STORE-CSR, SQLCODE='     00031900
032000               SQLCODE                                            00032000
032100     ELSE                                                         00032100
032200       PERFORM 160-FETCH-NEXT-STORE                               00032200
032300       PERFORM UNTIL SQLCODE NOT = 0                              00032300
032400         PERFORM 170-TABLE-THE-STORE                              00032400
032500         PERFORM 160-FETCH-NEXT-STORE                             00032500
032600       END-PERFORM                                                00032600
032700       IF SQLCODE = 100                                           00032700
032800         MOVE 0 TO SQLCODE                                        00032800
032900       END-IF                                                     00032900
033000       EXEC SQL                                                   00033000
033100         CLOSE STORE-CSR                                          00033100
033200       END-EXEC                                                   00033200
033300       MOVE 0 TO SQLCODE                                          00033300
033400     END-IF                                                       00033400
033500     .                                                            00033500
033600                                                                  00033600
033700 160-FETCH-NEXT-STORE.                                            00033700
033800     EXEC SQL                                                     00033800
033900       FETCH STORE-CSR                                            00033900
034000         INTO :WS-CAND-STORE-NO, :WS-CAND-LAT, :WS-CAND-LON,      00034000
034100              :WS-CAND-PHARMACY-SW, :WS-CAND-ECOMM-SW             00034100
034200     END-EXEC                                                     00034200
034300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00034300
034400       SET SQL-ERROR-DETECTED       TO TRUE                       00034400
034500       DISPLAY 'MMMB2602 - ERROR FETCHING STORE-CSR, SQLCODE='    00034500
034600               SQLCODE                                            00034600
034700     END-IF                                                       00034700
034800     .                                                            00034800
034900                                                                  00034900
035000 170-TABLE-THE-STORE.                                             00035000
035100     EVALUATE TRUE                                                00035100
035200       WHEN WS-CAND-LAT = 0 AND WS-CAND-LON = 0                   00035200
035300         ADD 1 TO WS-NOGEO-COUNT                                  00035300
035400       WHEN WS-NUM-STORES >= K-MAX-STORES                         00035400
035500         SET SQL-ERROR-DETECTED TO TRUE                           00035500
035600         DISPLAY 'MMMB2602 - STORE TABLE FULL AT '                00035600
035700                 K-MAX-STORES ' STORES'                           00035700
035800         MOVE 100 TO SQLCODE                                      00035800
035900       WHEN OTHER                                                 00035900
036000         ADD 1 TO WS-NUM-STORES                                   00036000
036100         ADD 1 TO WS-STORE-COUNT                                  00036100
036200         MOVE WS-CAND-STORE-NO TO WS-STORE-NO (WS-NUM-STORES)     00036200
036300         MOVE WS-CAND-LAT      TO WS-STORE-LAT (WS-NUM-STORES)    00036300
036400         MOVE WS-CAND-LON      TO WS-STORE-LON (WS-NUM-STORES)    00036400
036500         MOVE 'Y'              TO                                 00036500
036600              WS-STORE-SVC-SW (WS-NUM-STORES, 1)                  00036600
036700         MOVE WS-CAND-PHARMACY-SW TO                              00036700
036800              WS-STORE-SVC-SW (WS-NUM-STORES, 2)                  00036800
036900         MOVE WS-CAND-ECOMM-SW TO                                 00036900
037000              WS-STORE-SVC-SW (WS-NUM-STORES, 3)                  00037000
037100     END-EVALUATE                                                 00037100
037200     .                                                            00037200
037300                                                                  00037300
037400*================================================================ 00037400
037500* One ZIP - edit it, find its serving stores and save its rows.   00037500
037600*================================================================ 00037600
037700 200-ASSIGN-ONE-ZIP.                                              00037700
037800     ADD 1 TO WS-READ-COUNT                                       00037800
037900     INITIALIZE XXXN001A                                          00037900
038000     PERFORM 220-EDIT-THE-RECORD                                  00038000
038100     IF SUCCESS                                                   00038100
038200       ADD 1 TO WS-ZIP-COUNT                                      00038200
038300       PERFORM 300-RANK-THE-STORES                                00038300
038400       IF WS-SVC-BEST-IDX (1, 1) = 0                              00038400
038500         ADD 1 TO WS-UNSERVED-COUNT                               00038500
038600       END-IF                                                     00038600
038700       PERFORM 400-SAVE-THE-ROW                                   00038700
038800         VARYING J FROM 1 BY 1                                    00038800
038900         UNTIL J > 3 OR SQL-ERROR-DETECTED                        00038900
039000       ADD 1 TO WS-UNCOMMITTED                                    00039000
039100       IF WS-UNCOMMITTED >= WS-COMMIT-FREQ AND SQL-NO-ERROR       00039100
039200         PERFORM 480-COMMIT-THE-WORK                              00039200
039300       END-IF                                                     00039300
039400     ELSE                                                         00039400
039500       ADD 1 TO WS-REJECTED-COUNT                                 00039500
039600       MOVE ZIP-REC (1 : 5) TO WS-RL-ZIP5-CD                      00039600
039700       MOVE IS-RTRN-MSG-TXT TO WS-RL-REASON                       00039700
039800       WRITE RPT-LINE FROM WS-REJ-LINE                            00039800
039900     END-IF                                                       00039900
040000     PERFORM 120-READ-NEXT-ZIP                                    00040000
040100     .                                                            00040100
040200                                                                  00040200
040300 220-EDIT-THE-RECORD.                                             00040300
040400     IF ZIP-ZIP5-CD NOT NUMERIC                                   00040400
040500     OR ZIP-ZIP5-CD = 0                                           00040500
040600       SET  FAILURE TO TRUE                                       00040600
040700       MOVE 'ZIP CODE MISSING OR NOT NUMERIC' TO IS-RTRN-MSG-TXT  00040700
040800     END-IF                                                       00040800
040900     IF  SUCCESS                                                  00040900
041000     AND (ZIP-LATITUDE NOT NUMERIC OR ZIP-LONGITUDE NOT NUMERIC)  00041000
041100       SET  FAILURE TO TRUE                                       00041100
041200       MOVE 'GEOCODE NOT NUMERIC' TO IS-RTRN-MSG-TXT              00041200
041300     END-IF                                                       00041300
041400     IF  SUCCESS                                                  00041400
041500     AND (ZIP-LATITUDE > 90 OR ZIP-LONGITUDE > 180                00041500
041600       OR ZIP-LATITUDE = 0  OR ZIP-LONGITUDE = 0)                 00041600
041700       SET  FAILURE TO TRUE                                       00041700
041800       MOVE 'GEOCODE MISSING OR OUT OF RANGE' TO IS-RTRN-MSG-TXT  00041800
041900     END-IF                                                       00041900
042000     IF SUCCESS                                                   00042000
042100       MOVE ZIP-LATITUDE  TO WS-ZIP-LAT                           00042100
042200       IF ZIP-LAT-SIGN = '-'                                      00042200
042300         COMPUTE WS-ZIP-LAT = 0 - WS-ZIP-LAT                      00042300
042400       END-IF                                                     00042400
042500       MOVE ZIP-LONGITUDE TO WS-ZIP-LON                           00042500
042600       IF ZIP-LON-SIGN = '-'                                      00042600
042700         COMPUTE WS-ZIP-LON = 0 - WS-ZIP-LON                      00042700
042800       END-IF                                                     00042800
042900     END-IF                                                       00042900
043000     .                                                            00043000
043100                                                                  00043100
043200*================================================================ 00043200
043300* The two nearest stores for each service - squared distances     00043300
043400* compared, a store outside the maximum distance north-south or   00043400
043500* east-west passed over before the square is taken.  On a tie     00043500
043600* the lower store number wins.                                    00043600
043700*================================================================ 00043700
043800 300-RANK-THE-STORES.                                             00043800
043900     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3                    00043900
044000       MOVE 0 TO WS-SVC-BEST-IDX (J, 1)                           00044000
044100                 WS-SVC-BEST-IDX (J, 2)                           00044100
044200       MOVE 99999999999 TO WS-SVC-BEST-SQ (J, 1)                  00044200
044300                           WS-SVC-BEST-SQ (J, 2)                  00044300
044400     END-PERFORM                                                  00044400
044500     PERFORM VARYING I FROM 1 BY 1                                00044500
044600     UNTIL I > WS-NUM-STORES                                      00044600
044700       COMPUTE WS-DLAT-MI =                                       00044700
044800           (WS-STORE-LAT (I) - WS-ZIP-LAT) * 69                   00044800
044900       COMPUTE WS-DLON-MI =                                       00044900
045000           (WS-STORE-LON (I) - WS-ZIP-LON) * 54                   00045000
045100       IF  WS-DLAT-MI NOT > WS-MAX-MI                             00045100
045200       AND WS-DLAT-MI NOT < 0 - WS-MAX-MI                         00045200
045300       AND WS-DLON-MI NOT > WS-MAX-MI                             00045300
045400       AND WS-DLON-MI NOT < 0 - WS-MAX-MI                         00045400
045500         COMPUTE WS-DIST-SQ =                                     00045500
045600             (WS-DLAT-MI * WS-DLAT-MI)                            00045600
045700           + (WS-DLON-MI * WS-DLON-MI)                            00045700
045800         IF WS-DIST-SQ NOT > WS-MAX-SQ                            00045800
045900           PERFORM 320-PLACE-THE-STORE                            00045900
046000             VARYING J FROM 1 BY 1 UNTIL J > 3                    00046000
046100         END-IF                                                   00046100
046200       END-IF                                                     00046200
046300     END-PERFORM                                                  00046300
046400     .                                                            00046400
046500                                                                  00046500
046600 320-PLACE-THE-STORE.                                             00046600
046700     IF WS-STORE-SVC-SW (I, J) = 'Y'                              00046700
046800       EVALUATE TRUE                                              00046800
046900         WHEN WS-DIST-SQ < WS-SVC-BEST-SQ (J, 1)                  00046900
047000           MOVE WS-SVC-BEST-IDX (J, 1) TO WS-SVC-BEST-IDX (J, 2)  00047000
047100           MOVE WS-SVC-BEST-SQ (J, 1)  TO WS-SVC-BEST-SQ (J, 2)   00047100
047200           MOVE I                      TO WS-SVC-BEST-IDX (J, 1)  00047200
047300           MOVE WS-DIST-SQ             TO WS-SVC-BEST-SQ (J, 1)   00047300
047400         WHEN WS-DIST-SQ < WS-SVC-BEST-SQ (J, 2)                  00047400
047500           MOVE I                      TO WS-SVC-BEST-IDX (J, 2)  00047500
047600           MOVE WS-DIST-SQ             TO WS-SVC-BEST-SQ (J, 2)   00047600
047700       END-EVALUATE                                               00047700
047800     END-IF                                                       00047800
047900     .                                                            00047900
048000                                                                  00048000
048100* Square root by narrowing - whole miles first, then refined      00048100
048200* to the tenth of a mile, same as MMMS0169.                       00048200
048300 360-SQUARE-ROOT.                                                 00048300
048400     MOVE 0 TO WS-DIST-MI                                         00048400
048500     PERFORM UNTIL (WS-DIST-MI * WS-DIST-MI) > WS-DIST-SQ         00048500
048600                OR WS-DIST-MI > 9999                              00048600
048700       ADD 1 TO WS-DIST-MI                                        00048700
048800     END-PERFORM                                                  00048800
048900     IF WS-DIST-MI > 0                                            00048900
049000       SUBTRACT 1 FROM WS-DIST-MI                                 00049000
049100     END-IF                                                       00049100
049200     COMPUTE WS-TRIAL-MI = WS-DIST-MI + 0.1                       00049200
049300     PERFORM UNTIL (WS-TRIAL-MI * WS-TRIAL-MI) > WS-DIST-SQ       00049300
049400                OR WS-DIST-MI > 9999                              00049400
049500       MOVE WS-TRIAL-MI TO WS-DIST-MI                             00049500
049600       COMPUTE WS-TRIAL-MI = WS-DIST-MI + 0.1                     00049600
049700     END-PERFORM                                                  00049700
049800     .                                                            00049800
049900                                                                  00049900
050000*================================================================ 00050000
050100* The row for service J - updated in place, or added for a new    00050100
050200* ZIP.  A changed primary store goes on the report.               00050200
050300*================================================================ 00050300
050400 400-SAVE-THE-ROW.                                                00050400
050500     INITIALIZE DCLFC-XXXAIL-ZIP-STORE                            00050500
050600     MOVE ZIP-ZIP5-CD      TO ZP-ZIP5-CD                          00050600
050700     MOVE WS-SVC-CD (J)    TO ZP-SVC-CD                           00050700
050800     MOVE ZIP-CITY         TO ZP-CITY                             00050800
050900     MOVE ZIP-STATE-CD     TO ZP-STATE-CD                         00050900
051000     MOVE WS-ZIP-LAT       TO ZP-LATITUDE                         00051000
051100     MOVE WS-ZIP-LON       TO ZP-LONGITUDE                        00051100
051200     MOVE WS-RUN-TS        TO ZP-LOAD-TS                          00051200
051300     IF WS-SVC-BEST-IDX (J, 1) > 0                                00051300
051400       MOVE WS-STORE-NO (WS-SVC-BEST-IDX (J, 1))                  00051400
051500         TO ZP-PRIM-STORE-NO                                      00051500
051600       MOVE WS-SVC-BEST-SQ (J, 1) TO WS-DIST-SQ                   00051600
051700       PERFORM 360-SQUARE-ROOT                                    00051700
051800       MOVE WS-DIST-MI TO ZP-PRIM-DIST-MI                         00051800
051900     END-IF                                                       00051900
052000     IF WS-SVC-BEST-IDX (J, 2) > 0                                00052000
052100       MOVE WS-STORE-NO (WS-SVC-BEST-IDX (J, 2))                  00052100
052200         TO ZP-SCND-STORE-NO                                      00052200
052300       MOVE WS-SVC-BEST-SQ (J, 2) TO WS-DIST-SQ                   00052300
052400       PERFORM 360-SQUARE-ROOT                                    00052400
052500       MOVE WS-DIST-MI TO ZP-SCND-DIST-MI                         00052500
052600     END-IF                                                       00052600
052700                                                                  00052700
052800     EXEC SQL                                                     00052800
052900       SELECT ZP_PRIM_STORE_NO, ZP_PRIM_DIST_MI                   00052900
053000         INTO :WS-OLD-STORE-NO, :WS-OLD-DIST-MI                   00053000
053100         FROM FC_XXXAIL_ZIP_STORE                                 00053100
053200        WHERE ZP_ZIP5_CD = :ZP-ZIP5-CD                            00053200
053300          AND ZP_SVC_CD  = :ZP-SVC-CD                             00053300
053400     END-EXEC                                                     00053400
053500     EVALUATE SQLCODE                                             00053500
053600       WHEN 0                                                     00053600
053700         IF WS-OLD-STORE-NO NOT = ZP-PRIM-STORE-NO                00053700
053800           PERFORM 420-REPORT-THE-CHANGE                          00053800
053900         END-IF                                                   00053900
054000         PERFORM 440-UPDATE-THE-ROW                               00054000
054100       WHEN 100                                                   00054100
054200         PERFORM 460-INSERT-THE-ROW                               00054200
054300       WHEN OTHER                                                 00054300
054400         SET SQL-ERROR-DETECTED TO TRUE                           00054400
054500         DISPLAY 'MMMB2602 - ERROR READING FC_XXXAIL_ZIP_STORE'   00054500
054600                 ', SQLCODE=' SQLCODE                             00054600
054700     END-EVALUATE                                                 00054700
054800     .                                                            00054800
054900                                                                  00054900
055000 420-REPORT-THE-CHANGE.                                           00055000
055100     ADD 1 TO WS-CHANGED-COUNT                                    00055100
055200     MOVE ZP-ZIP5-CD       TO WS-CL-ZIP5-CD                       00055200
055300     MOVE ZP-SVC-CD        TO WS-CL-SVC-CD                        00055300
055400     MOVE WS-OLD-STORE-NO  TO WS-CL-OLD-STORE-NO                  00055400
055500     MOVE WS-OLD-DIST-MI   TO WS-CL-OLD-MILES                     00055500
055600     MOVE ZP-PRIM-STORE-NO TO WS-CL-NEW-STORE-NO                  00055600
055700     MOVE ZP-PRIM-DIST-MI  TO WS-CL-NEW-MILES                     00055700
055800     PERFORM VARYING K FROM 1 BY 1                                00055800
055900     UNTIL K > WS-NUM-STORES                                      00055900
056000        OR WS-STORE-NO (K) = WS-OLD-STORE-NO                      00056000
056100       CONTINUE                                                   00056100
056200     END-PERFORM                                                  00056200
056300     EVALUATE TRUE                                                00056300
056400       WHEN ZP-PRIM-STORE-NO = 0                                  00056400
056500         MOVE 'NO STORE IN REACH NOW'      TO WS-CL-NOTE          00056500
056600       WHEN WS-OLD-STORE-NO = 0                                   00056600
056700         MOVE 'NEWLY SERVED'               TO WS-CL-NOTE          00056700
056800       WHEN K > WS-NUM-STORES                                     00056800
056900         MOVE 'OLD STORE NOT OPEN'         TO WS-CL-NOTE          00056900
057000       WHEN ZP-PRIM-DIST-MI < WS-OLD-DIST-MI                      00057000
057100         MOVE 'NEARER STORE'               TO WS-CL-NOTE          00057100
057200       WHEN OTHER                                                 00057200
057300         MOVE 'GEOCODE OR SERVICE CHANGED' TO WS-CL-NOTE          00057300
057400     END-EVALUATE                                                 00057400
057500     WRITE RPT-LINE FROM WS-CHG-LINE                              00057500
057600     .                                                            00057600
057700                                                                  00057700
057800 440-UPDATE-THE-ROW.                                              00057800
057900     EXEC SQL                                                     00057900
058000       UPDATE FC_XXXAIL_ZIP_STORE                                 00058000
058100          SET ZP_CITY          = :ZP-CITY,                        00058100
058200              ZP_STATE_CD      = :ZP-STATE-CD,                    00058200
058300              ZP_LATITUDE      = :ZP-LATITUDE,                    00058300
058400              ZP_LONGITUDE     = :ZP-LONGITUDE,                   00058400
058500              ZP_PRIM_STORE_NO = :ZP-PRIM-STORE-NO,               00058500
058600              ZP_PRIM_DIST_MI  = :ZP-PRIM-DIST-MI,                00058600
058700              ZP_SCND_STORE_NO = :ZP-SCND-STORE-NO,               00058700
058800              ZP_SCND_DIST_MI  = :ZP-SCND-DIST-MI,                00058800
058900              ZP_LOAD_TS       = :ZP-LOAD-TS                      00058900
059000        WHERE ZP_ZIP5_CD = :ZP-ZIP5-CD                            00059000
059100          AND ZP_SVC_CD  = :ZP-SVC-CD                             00059100
059200     END-EXEC                                                     00059200
059300     IF SQLCODE = 0                                               00059300
059400       ADD 1 TO WS-ROW-COUNT                                      00059400
059500     ELSE                                                         00059500
059600       SET SQL-ERROR-DETECTED TO TRUE                             00059600
059700       DISPLAY 'MMMB2602 - ERROR UPDATING FC_XXXAIL_ZIP_STORE'    00059700
059800               ', SQLCODE=' SQLCODE                               00059800
059900     END-IF                                                       00059900
060000     .                                                            00060000
060100                                                                  00060100
060200 460-INSERT-THE-ROW.                                              00060200
060300     EXEC SQL                                                     00060300
060400       INSERT INTO FC_XXXAIL_ZIP_STORE                            00060400
060500          ( ZP_ZIP5_CD, ZP_SVC_CD, ZP_CITY, ZP_STATE_CD,          00060500
060600            ZP_LATITUDE, ZP_LONGITUDE,                            00060600
060700            ZP_PRIM_STORE_NO, ZP_PRIM_DIST_MI,                    00060700
060800            ZP_SCND_STORE_NO, ZP_SCND_DIST_MI,                    00060800
060900            ZP_LOAD_TS )                                          00060900
061000       VALUES                                                     00061000
061100          ( :ZP-ZIP5-CD, :ZP-SVC-CD, :ZP-CITY, :ZP-STATE-CD,      00061100
061200            :ZP-LATITUDE, :ZP-LONGITUDE,                          00061200
061300            :ZP-PRIM-STORE-NO, :ZP-PRIM-DIST-MI,                  00061300
061400            :ZP-SCND-STORE-NO, :ZP-SCND-DIST-MI,                  00061400
061500            :ZP-LOAD-TS )                                         00061500
061600     END-EXEC                                                     00061600
061700     IF SQLCODE = 0                                               00061700
061800       ADD 1 TO WS-ROW-COUNT                                      00061800
061900     ELSE                                                         00061900
062000       SET SQL-ERROR-DETECTED TO TRUE                             00062000
062100       DISPLAY 'MMMB2602 - ERROR INSERTING FC_XXXAIL_ZIP_STORE'   00062100
062200               ', SQLCODE=' SQLCODE                               00062200
062300     END-IF                                                       00062300
062400     .                                                            00062400
062500                                                                  00062500
062600 480-COMMIT-THE-WORK.                                             00062600
062700     EXEC SQL                                                     00062700
062800       COMMIT                                                     00062800
062900     END-EXEC                                                     00062900
063000     MOVE 0 TO WS-UNCOMMITTED                                     00063000
063100     .                                                            00063100
063200                                                                  00063200
063300*================================================================ 00063300
063400* The rows of a ZIP no longer on the file - any not written by    00063400
063500* this run.  Skipped when no ZIP was accepted, so an empty or     00063500
063600* wrong file cannot clear the table.                              00063600
063700*================================================================ 00063700
063800 500-DROP-OLD-ZIPS.                                               00063800
063900     IF WS-ZIP-COUNT > 0                                          00063900
064000       EXEC SQL                                                   00064000
064100         DELETE FROM FC_XXXAIL_ZIP_STORE                          00064100
064200          WHERE ZP_LOAD_TS < :WS-RUN-TS                           00064200
064300       END-EXEC                                                   00064300
064400       EVALUATE SQLCODE                                           00064400
064500         WHEN 0                                                   00064500
064600           MOVE SQLERRD (3) TO WS-DROPPED-COUNT                   00064600
064700         WHEN 100                                                 00064700
064800           CONTINUE                                               00064800
064900         WHEN OTHER                                               00064900
065000           SET SQL-ERROR-DETECTED TO TRUE                         00065000
065100           DISPLAY 'MMMB2602 - ERROR DROPPING OLD ZIPS, '         00065100
065200                   'SQLCODE=' SQLCODE                             00065200
065300       END-EVALUATE                                               00065300
065400     ELSE                                                         00065400
065500       DISPLAY 'MMMB2602 - NO ZIP ACCEPTED, OLD ROWS KEPT'        00065500
065600     END-IF                                                       00065600
065700     IF SQL-NO-ERROR                                              00065700
065800       PERFORM 480-COMMIT-THE-WORK                                00065800
065900     END-IF                                                       00065900
066000     .                                                            00066000
066100                                                                  00066100
066200*================================================================ 00066200
066300* Termination - the counts, and close up...                       00066300
066400*================================================================ 00066400
066500 900-TERMINATE.                                                   00066500
066600     EVALUATE TRUE                                                00066600
066700       WHEN SQL-ERROR-DETECTED                                    00066700
066800         MOVE 16 TO WS-RPT-RC                                     00066800
066900         EXEC SQL                                                 00066900
067000           ROLLBACK                                               00067000
067100         END-EXEC                                                 00067100
067200       WHEN WS-REJECTED-COUNT > 0                                 00067200
067300         MOVE 4 TO WS-RPT-RC                                      00067300
067400     END-EVALUATE                                                 00067400
067500     WRITE RPT-LINE FROM SPACES                                   00067500
067600     MOVE 'ZIP RECORDS READ           - ' TO WS-CNT-TXT           00067600
067700     MOVE WS-READ-COUNT                   TO WS-CNT-NBR           00067700
067800     WRITE RPT-LINE FROM WS-CNT-LINE                              00067800
067900     MOVE 'ZIP RECORDS REJECTED       - ' TO WS-CNT-TXT           00067900
068000     MOVE WS-REJECTED-COUNT               TO WS-CNT-NBR           00068000
068100     WRITE RPT-LINE FROM WS-CNT-LINE                              00068100
068200     MOVE 'ZIPS ASSIGNED              - ' TO WS-CNT-TXT           00068200
068300     MOVE WS-ZIP-COUNT                    TO WS-CNT-NBR           00068300
068400     WRITE RPT-LINE FROM WS-CNT-LINE                              00068400
068500     MOVE '  NO OPEN STORE IN REACH   - ' TO WS-CNT-TXT           00068500
068600     MOVE WS-UNSERVED-COUNT               TO WS-CNT-NBR           00068600
068700     WRITE RPT-LINE FROM WS-CNT-LINE                              00068700
068800     MOVE 'ROWS WRITTEN               - ' TO WS-CNT-TXT           00068800
068900     MOVE WS-ROW-COUNT                    TO WS-CNT-NBR           00068900
069000     WRITE RPT-LINE FROM WS-CNT-LINE                              00069000
069100     MOVE 'PRIMARY STORE CHANGED      - ' TO WS-CNT-TXT           00069100
069200     MOVE WS-CHANGED-COUNT                TO WS-CNT-NBR           00069200
069300     WRITE RPT-LINE FROM WS-CNT-LINE                              00069300
069400     MOVE 'OLD ZIP ROWS DROPPED       - ' TO WS-CNT-TXT           00069400
069500     MOVE WS-DROPPED-COUNT                TO WS-CNT-NBR           00069500
069600     WRITE RPT-LINE FROM WS-CNT-LINE                              00069600
069700     MOVE 'OPEN STORES LOADED         - ' TO WS-CNT-TXT           00069700
069800     MOVE WS-STORE-COUNT                  TO WS-CNT-NBR           00069800
069900     WRITE RPT-LINE FROM WS-CNT-LINE                              00069900
070000     MOVE 'STORES WITH NO GEOCODE     - ' TO WS-CNT-TXT           00070000
070100     MOVE WS-NOGEO-COUNT                  TO WS-CNT-NBR           00070100
070200     WRITE RPT-LINE FROM WS-CNT-LINE                              00070200
070300     CLOSE ZIP-IN                                                 00070300
070400           ZIP-RPT                                                00070400
070500     .                                                            00070500
070600                                                                  00070600
070700*================================================================ 00070700
070800* Run control - refuse a duplicate or out-of-order start, and     00070800
070900* record start/stop/status on FC_XXXAIL_RUN_CNTL (YYYS0230).      00070900
071000*================================================================ 00071000
071100 050-RUN-CNTL-START.                                              00071100
071200     INITIALIZE XXXN001A                                          00071200
071300                YYYC0230                                          00071300
071400     SET  YYYC0230-START-RUN TO TRUE                              00071400
071500     MOVE 'MMMB2602' TO YYYC0230-JOB-NM                           00071500
071600     CALL YYYS0230-RUN-CNTL USING                                 00071600
071700         XXXN001A                                                 00071700
071800         YYYC0230                                                 00071800
071900     IF NOT SUCCESS OR YYYC0230-START-REFUSED                     00071900
072000       SET SQL-ERROR-DETECTED TO TRUE                             00072000
072100       DISPLAY 'MMMB2602 - START REFUSED: ' IS-RTRN-MSG-TXT       00072100
072200     END-IF                                                       00072200
072300     .                                                            00072300
072400                                                                  00072400
072500 055-RUN-CNTL-END.                                                00072500
072600     INITIALIZE XXXN001A                                          00072600
072700                YYYC0230                                          00072700
072800     IF SQL-ERROR-DETECTED                                        00072800
072900       SET YYYC0230-END-RUN-FAILED    TO TRUE                     00072900
073000     ELSE                                                         00073000
073100       SET YYYC0230-END-RUN-COMPLETED TO TRUE                     00073100
073200     END-IF                                                       00073200
073300     MOVE 'MMMB2602' TO YYYC0230-JOB-NM                           00073300
073400     CALL YYYS0230-RUN-CNTL USING                                 00073400
073500         XXXN001A                                                 00073500
073600         YYYC0230                                                 00073600
073700     .                                                            00073700
