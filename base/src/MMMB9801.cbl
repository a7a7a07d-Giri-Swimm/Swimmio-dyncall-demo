001300* window, reads all five and prints one page: a RED/YELLOW/       00001300
001400* GREEN verdict line per area at the top, then the short detail   00001400
001500* behind each verdict.                                            00001500
0015A0* The hourly event-volume check (YYYB0300) is the sixth area -    000015A0
0015A1* the high, low and missing-volume alerts it raised over the      000015A1
0015A2* last day, read from FC_XXXAIL_EVT_VOL_HIST.                     000015A2
001600* Batch job - run standalone, last in the overnight window.       00001600
001700*---------------------------------------------------------------- 00001700
001800 ENVIRONMENT DIVISION.                                            00001800
004000 01 WS-DLQ-VERDICT                    PIC X(6) VALUE 'GREEN '.    00004000
004100 01 WS-ACK-VERDICT                    PIC X(6) VALUE 'GREEN '.    00004100
004200 01 WS-DBE-VERDICT                    PIC X(6) VALUE 'GREEN '.    00004200
0042A0 01 WS-VOL-VERDICT                   PIC X(6) VALUE 'GREEN '.     000042A0
004300                                                                  00004300
004400 01 WS-FAILED-COUNT                   PIC 9(5) VALUE 0.           00004400
004500 01 WS-RUNNING-COUNT                  PIC 9(5) VALUE 0.           00004500
005100 01 WS-DBE-COUNT                      PIC S9(9) COMP-3 VALUE 0.   00005100
005200 01 WS-AGE-HOURS                      PIC S9(3) COMP-3 VALUE 4.   00005200
005300 01 WS-NULL-IND                       PIC S9(4) COMP VALUE 0.     00005300
0053A0 01 WS-VOL-HIGH-COUNT                PIC 9(5) VALUE 0.            000053A0
0053A1 01 WS-VOL-LOW-COUNT                 PIC 9(5) VALUE 0.            000053A1
0053A2 01 WS-VOL-MISS-COUNT                PIC 9(5) VALUE 0.            000053A2
005400                                                                  00005400
005500* Jobs not completed and jobs against their exception limits,     00005500
005600* held for the detail sections under the verdict block.           00005600
006930 01 WS-FET-JOB-NM                     PIC X(8)  VALUE SPACES.     00006930
006940 01 WS-FET-EXCP-CNT                   PIC S9(9)V COMP-3 VALUE 0.  00006940
006950 01 WS-FET-LIMIT-CNT                  PIC S9(9)V COMP-3 VALUE 0.  00006950
0069A0* Event-volume alerts over the last day, held for their detail    000069A0
0069A1* section the same way.                                           000069A1
0069A2 01 WS-VOL-IX                        PIC S9(4) COMP VALUE 0.      000069A2
0069A3 01 WS-VOL-COUNT                     PIC S9(4) COMP VALUE 0.      000069A3
0069A4 01 WS-VOL-TABLE.                                                 000069A4
0069A5    05 WS-VOL-ENT OCCURS 50 TIMES.                                000069A5
0069A6       10 WS-VOL-HOUR                PIC X(13).                   000069A6
0069A7       10 WS-VOL-TRX-CD              PIC X(4).                    000069A7
0069A8       10 WS-VOL-PROG                PIC X(8).                    000069A8
0069A9       10 WS-VOL-EVENT-CNT           PIC S9(9)V COMP-3.           000069A9
0069B0       10 WS-VOL-BASE-CNT            PIC S9(9)V99 COMP-3.         000069B0
0069B1       10 WS-VOL-ALERT-CD            PIC X(1).                    000069B1
0069B2 01 WS-FET-VOL-HOUR-TS               PIC X(26) VALUE SPACES.      000069B2
0069B3 01 WS-FET-VOL-TRX-CD                PIC X(4)  VALUE SPACES.      000069B3
0069B4 01 WS-FET-VOL-PROG                  PIC X(8)  VALUE SPACES.      000069B4
0069B5 01 WS-FET-VOL-EVENT-CNT             PIC S9(9)V COMP-3 VALUE 0.   000069B5
0069B6 01 WS-FET-VOL-BASE-CNT              PIC S9(9)V99 COMP-3 VALUE 0. 000069B6
0069B7 01 WS-FET-VOL-ALERT-CD              PIC X(1)  VALUE SPACES.      000069B7
007000 01 WS-EXC-80-PCT                     PIC S9(9)V COMP-3 VALUE 0.  00007000
007100                                                                  00007100
007200 COPY XXXN001A.                                                   00007200
011100    05 WS-ND-VALUE                  PIC ZZZ,ZZZ,ZZ9.              00011100
011200    05 FILLER                       PIC X(2) VALUE SPACES.        00011200
011300    05 WS-ND-EXTRA                  PIC X(30).                    00011300
0113A0                                                                  000113A0
0113A1 01 WS-VOL-DTL-LINE.                                              000113A1
0113A2    05 FILLER                       PIC X(2) VALUE SPACES.        000113A2
0113A3    05 WS-VD-HOUR                   PIC X(13).                    000113A3
0113A4    05 FILLER                       PIC X(2) VALUE SPACES.        000113A4
0113A5    05 WS-VD-TRX-CD                 PIC X(4).                     000113A5
0113A6    05 FILLER                       PIC X(1) VALUE SPACES.        000113A6
0113A7    05 WS-VD-PROG                   PIC X(8).                     000113A7
0113A8    05 FILLER                       PIC X(1) VALUE SPACES.        000113A8
0113A9    05 WS-VD-EVENT-CNT              PIC ZZZ,ZZZ,ZZ9.              000113A9
0113B0    05 FILLER                       PIC X(4) VALUE ' VS '.        000113B0
0113B1    05 WS-VD-BASE-CNT               PIC ZZZ,ZZZ,ZZ9.99.           000113B1
0113B2    05 FILLER                       PIC X(1) VALUE SPACES.        000113B2
0113B3    05 WS-VD-TAG                    PIC X(12).                    000113B3
011400                                                                  00011400
011500* ----------------------------------------------------------------00011500
011600* DB2 stuff...                                                    00011600
014600          AND DATE(M.EM_RUN_TS) >= CURRENT DATE - 1 DAY           00014600
014700        ORDER BY M.EM_JOB_NM                                      00014700
014800     END-EXEC                                                     00014800
0148A0                                                                  000148A0
0148A1* High, low and missing-volume alerts over the last day...        000148A1
0148A2     EXEC SQL                                                     000148A2
0148A3       DECLARE VOL-CSR CURSOR FOR                                 000148A3
0148A4       SELECT CHAR(VH_HOUR_TS), VH_TRX_CD, VH_CALLING_PROG,       000148A4
0148A5              VH_EVENT_CNT, VH_BASE_CNT, VH_ALERT_CD              000148A5
0148A6         FROM FC_XXXAIL_EVT_VOL_HIST                              000148A6
0148A7        WHERE VH_HOUR_TS > CURRENT TIMESTAMP - 24 HOURS           000148A7
0148A8          AND VH_ALERT_CD IN ('H', 'L', 'M')                      000148A8
0148A9        ORDER BY VH_HOUR_TS, VH_TRX_CD, VH_CALLING_PROG           000148A9
0148B0     END-EXEC                                                     000148B0
014900                                                                  00014900
015000 PROCEDURE DIVISION.                                              00015000
015100***************************************************************** 00015100
016300     PERFORM 400-CHECK-THE-DLQ                                    00016300
016400     PERFORM 500-CHECK-THE-ACK-BACKLOG                            00016400
016500     PERFORM 600-CHECK-THE-DB-ERRORS                              00016500
0165A0     PERFORM 650-CHECK-THE-EVENT-VOLUME                           000165A0
016600     PERFORM 700-PRINT-THE-REPORT                                 00016600
016700     PERFORM 900-TERMINATE                                        00016700
016800     PERFORM 055-RUN-CNTL-END                                     00016800
039700         MOVE 'GREEN ' TO WS-DBE-VERDICT                          00039700
039800     END-EVALUATE                                                 00039800
039900     .                                                            00039900
0399A0                                                                  000399A0
0399A1*================================================================ 000399A1
0399A2* Area 6 - staged-event volume. A flood or a code gone silent     000399A2
0399A3* is RED; volume merely under its low percent is YELLOW.          000399A3
0399A4*================================================================ 000399A4
0399A5 650-CHECK-THE-EVENT-VOLUME.                                      000399A5
0399A6     EXEC SQL                                                     000399A6
0399A7       OPEN VOL-CSR                                               000399A7
0399A8     END-EXEC                                                     000399A8
0399A9     IF SQLCODE NOT = 0                                           000399A9
0399B0       SET SQL-ERROR-DETECTED TO TRUE                             000399B0
0399B1       DISPLAY 'MMMB9801 - ERROR OPENING VOL-CSR, SQLCODE='       000399B1
0399B2               SQLCODE                                            000399B2
0399B3     ELSE                                                         000399B3
0399B4       PERFORM 660-FETCH-NEXT-VOLUME                              000399B4
0399B5       PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED          000399B5
0399B6         EVALUATE WS-FET-VOL-ALERT-CD                             000399B6
0399B7           WHEN 'H'                                               000399B7
0399B8             ADD 1 TO WS-VOL-HIGH-COUNT                           000399B8
0399B9           WHEN 'L'                                               000399B9
0399C0             ADD 1 TO WS-VOL-LOW-COUNT                            000399C0
0399C1           WHEN 'M'                                               000399C1
0399C2             ADD 1 TO WS-VOL-MISS-COUNT                           000399C2
0399C3         END-EVALUATE                                             000399C3
0399C4         IF WS-VOL-COUNT < 50                                     000399C4
0399C5           ADD 1 TO WS-VOL-COUNT                                  000399C5
0399C6           MOVE WS-FET-VOL-HOUR-TS (1 : 13)                       000399C6
0399C7             TO WS-VOL-HOUR      (WS-VOL-COUNT)                   000399C7
0399C8           MOVE WS-FET-VOL-TRX-CD                                 000399C8
0399C9             TO WS-VOL-TRX-CD    (WS-VOL-COUNT)                   000399C9
0399D0           MOVE WS-FET-VOL-PROG                                   000399D0
0399D1             TO WS-VOL-PROG      (WS-VOL-COUNT)                   000399D1
0399D2           MOVE WS-FET-VOL-EVENT-CNT                              000399D2
0399D3             TO WS-VOL-EVENT-CNT (WS-VOL-COUNT)                   000399D3
0399D4           MOVE WS-FET-VOL-BASE-CNT                               000399D4
0399D5             TO WS-VOL-BASE-CNT  (WS-VOL-COUNT)                   000399D5
0399D6           MOVE WS-FET-VOL-ALERT-CD                               000399D6
0399D7             TO WS-VOL-ALERT-CD  (WS-VOL-COUNT)                   000399D7
0399D8         END-IF                                                   000399D8
0399D9         PERFORM 660-FETCH-NEXT-VOLUME                            000399D9
0399E0       END-PERFORM                                                000399E0
0399E1       EXEC SQL                                                   000399E1
0399E2         CLOSE VOL-CSR                                            000399E2
0399E3       END-EXEC                                                   000399E3
0399E4       MOVE 0 TO SQLCODE                                          000399E4
0399E5     END-IF                                                       000399E5
0399E6                                                                  000399E6
0399E7     EVALUATE TRUE                                                000399E7
0399E8       WHEN WS-VOL-HIGH-COUNT > 0 OR WS-VOL-MISS-COUNT > 0        000399E8
0399E9         MOVE 'RED   ' TO WS-VOL-VERDICT                          000399E9
0399F0       WHEN WS-VOL-LOW-COUNT > 0                                  000399F0
0399F1         MOVE 'YELLOW' TO WS-VOL-VERDICT                          000399F1
0399F2       WHEN OTHER                                                 000399F2
0399F3         MOVE 'GREEN ' TO WS-VOL-VERDICT                          000399F3
0399F4     END-EVALUATE                                                 000399F4
0399F5     .                                                            000399F5
0399F6                                                                  000399F6
0399F7 660-FETCH-NEXT-VOLUME.                                           000399F7
0399F8     EXEC SQL                                                     000399F8
0399F9       FETCH VOL-CSR                                              000399F9
0399G0         INTO :WS-FET-VOL-HOUR-TS,                                000399G0
0399G1              :WS-FET-VOL-TRX-CD,                                 000399G1
0399G2              :WS-FET-VOL-PROG,                                   000399G2
0399G3              :WS-FET-VOL-EVENT-CNT,                              000399G3
0399G4              :WS-FET-VOL-BASE-CNT,                               000399G4
0399G5              :WS-FET-VOL-ALERT-CD                                000399G5
0399G6     END-EXEC                                                     000399G6
0399G7     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     000399G7
0399G8       SET SQL-ERROR-DETECTED TO TRUE                             000399G8
0399G9       DISPLAY 'MMMB9801 - ERROR FETCHING VOL-CSR, SQLCODE='      000399G9
0399H0               SQLCODE                                            000399H0
0399H1     END-IF                                                       000399H1
0399H2     .                                                            000399H2
040000                                                                  00040000
040100*================================================================ 00040100
040200* The page - verdict block first, the detail behind it after.     00040200
044500     STRING 'ERRORS LAST 24 HRS=' WS-ND-VALUE                     00044500
044600         DELIMITED BY SIZE INTO WS-VRD-NOTE                       00044600
044700     WRITE RPT-LINE FROM WS-VERDICT-LINE                          00044700
0447A0                                                                  000447A0
0447A1     MOVE 'EVENT VOLUME'            TO WS-VRD-AREA                000447A1
0447A2     MOVE WS-VOL-VERDICT            TO WS-VRD-COLOR               000447A2
0447A3     MOVE SPACES                    TO WS-VRD-NOTE                000447A3
0447A4     STRING 'HIGH=' WS-VOL-HIGH-COUNT                             000447A4
0447A5            ' LOW=' WS-VOL-LOW-COUNT                              000447A5
0447A6            ' MISSING=' WS-VOL-MISS-COUNT                         000447A6
0447A7         DELIMITED BY SIZE INTO WS-VRD-NOTE                       000447A7
0447A8     WRITE RPT-LINE FROM WS-VERDICT-LINE                          000447A8
044800                                                                  00044800
044900     IF WS-JOB-COUNT > 0                                          00044900
045000       MOVE 'JOBS NOT COMPLETED' TO WS-SECT-TITLE                 00045000
046300           VARYING WS-EXC-IX FROM 1 BY 1                          00046300
046400           UNTIL WS-EXC-IX > WS-EXC-COUNT                         00046400
046500     END-IF                                                       00046500
0465A0                                                                  000465A0
0465A1     IF WS-VOL-COUNT > 0                                          000465A1
0465A2       MOVE 'EVENT VOLUME ALERTS, LAST 24 HOURS' TO WS-SECT-TITLE 000465A2
0465A3       WRITE RPT-LINE FROM SPACES                                 000465A3
0465A4       WRITE RPT-LINE FROM WS-SECT-LINE                           000465A4
0465A5       PERFORM 760-PRINT-ONE-VOLUME                               000465A5
0465A6           VARYING WS-VOL-IX FROM 1 BY 1                          000465A6
0465A7           UNTIL WS-VOL-IX > WS-VOL-COUNT                         000465A7
0465A8     END-IF                                                       000465A8
046600     .                                                            00046600
046700                                                                  00046700
046800 720-PRINT-ONE-JOB.                                               00046800
049100     END-EVALUATE                                                 00049100
049200     WRITE RPT-LINE FROM WS-EXC-DTL-LINE                          00049200
049300     .                                                            00049300
0493A0                                                                  000493A0
0493A1 760-PRINT-ONE-VOLUME.                                            000493A1
0493A2     MOVE WS-VOL-HOUR      (WS-VOL-IX) TO WS-VD-HOUR              000493A2
0493A3     MOVE WS-VOL-TRX-CD    (WS-VOL-IX) TO WS-VD-TRX-CD            000493A3
0493A4     MOVE WS-VOL-PROG      (WS-VOL-IX) TO WS-VD-PROG              000493A4
0493A5     MOVE WS-VOL-EVENT-CNT (WS-VOL-IX) TO WS-VD-EVENT-CNT         000493A5
0493A6     MOVE WS-VOL-BASE-CNT  (WS-VOL-IX) TO WS-VD-BASE-CNT          000493A6
0493A7     EVALUATE WS-VOL-ALERT-CD (WS-VOL-IX)                         000493A7
0493A8       WHEN 'H'                                                   000493A8
0493A9         MOVE '**HIGH**    ' TO WS-VD-TAG                         000493A9
0493B0       WHEN 'M'                                                   000493B0
0493B1         MOVE '**MISSING** ' TO WS-VD-TAG                         000493B1
0493B2       WHEN OTHER                                                 000493B2
0493B3         MOVE 'LOW         ' TO WS-VD-TAG                         000493B3
0493B4     END-EVALUATE                                                 000493B4
0493B5     WRITE RPT-LINE FROM WS-VOL-DTL-LINE                          000493B5
0493B6     .                                                            000493B6
049400                                                                  00049400
049500 900-TERMINATE.                                                   00049500
049600     IF SQL-ERROR-DETECTED                                        00049600
