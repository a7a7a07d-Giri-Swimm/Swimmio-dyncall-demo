003600     05 WS-IN-LOC-TYP           PIC X(2)  VALUE SPACES.           00003600
003700     05 FILLER                  PIC X(68) VALUE SPACES.           00003700
003800 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00003800
0038A0 01 WS-RENUM-SW                 PIC X(1)  VALUE 'N'.              000038A0
0038A1     88 STORE-WAS-RENUMBERED              VALUE 'Y'.              000038A1
0038A2 01 WS-RENUM-MSG.                                                 000038A2
0038A3     05 FILLER                  PIC X(6)  VALUE 'STORE '.         000038A3
0038A4     05 WS-RENUM-OLD-NO         PIC Z(8)9.                        000038A4
0038A5     05 FILLER                  PIC X(15) VALUE ' RENUMBERED TO '.000038A5
0038A6     05 WS-RENUM-NEW-NO         PIC Z(8)9.                        000038A6
0038A7     05 FILLER                  PIC X(4)  VALUE ' ON '.           000038A7
0038A8     05 WS-RENUM-DT             PIC X(10).                        000038A8
003900                                                                  00003900
004000*-----------------------------------------------------------------00004000
004100* Screen build area - a heading, up to K-PAGE-SIZE detail lines,  00004100
006810 01 MMMS0174-IMG-DECODER        PIC X(8) VALUE 'MMMS0174'.        00006810
006820 COPY MMMC0174.                                                   00006820
006830 COPY XXXN001A.                                                   00006830
0068A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000068A0
0068A1 COPY MMMC0181.                                                   000068A1
0068A2 01 MMMS0182-RENUM-SVC          PIC X(8)  VALUE 'MMMS0182'.       000068A2
0068A3 COPY MMMC0182.                                                   000068A3
006900 01 WS-BEFORE-REC               PIC X(2000) VALUE SPACES.         00006900
007000 01 WS-AFTER-REC                PIC X(2000) VALUE SPACES.         00007000
007100                                                                  00007100
017200       ELSE                                                       00017200
017300         MOVE WS-IN-LOC-TYP  TO CA-LOC-TYP-CD                     00017300
017400       END-IF                                                     00017400
0174A0       PERFORM 420-RESOLVE-RENUMBERED-STORE                       000174A0
017500       MOVE '9999-12-31-24.00.00.000000'                          00017500
017510                             TO CA-LAST-EFF-TS                    00017510
017600       PERFORM 300-BUILD-PAGE                                     00017600
023400           MOVE 'ENTER=OLDER ROWS  PF3=END'                       00023400
023500             TO WS-SCR-STATUS                                     00023500
023600       END-EVALUATE                                               00023600
0236A0       IF STORE-WAS-RENUMBERED                                    000236A0
0236A1         MOVE WS-RENUM-MSG TO WS-SCR-STATUS                       000236A1
0236A2       END-IF                                                     000236A2
023700                                                                  00023700
023800       EXEC SQL                                                   00023800
023900         CLOSE HIST-PAGE-CSR                                      00023900
035000* Send the built screen...                                        00035000
035100*=================================================================00035100
035200 400-SEND-SCREEN.                                                 00035200
0352A0     PERFORM 410-SHOW-FREEZE-BANNER                               000352A0
035300     EXEC CICS SEND TEXT                                          00035300
035400       FROM   (WS-SCREEN-AREA)                                    00035400
035500       LENGTH (WS-SCREEN-LEN)                                     00035500
035600       ERASE                                                      00035600
035700     END-EXEC                                                     00035700
035800     .                                                            00035800
0358A0                                                                  000358A0
0358A1*=================================================================000358A1
0358A2* While a change freeze is on, its id and end show at the right   000358A2
0358A3* of the heading line (MMMS0181) - the DAOs still decide what     000358A3
0358A4* may change.                                                     000358A4
0358A5*=================================================================000358A5
0358A6 410-SHOW-FREEZE-BANNER.                                          000358A6
0358A7     SET  MMMC0181-GET-BANNER TO TRUE                             000358A7
0358A8     CALL MMMS0181-FREEZE-SVC USING                               000358A8
0358A9         XXXN001A                                                 000358A9
0358B0         MMMC0181                                                 000358B0
0358B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000358B1
0358B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000358B2
0358B3     END-IF                                                       000358B3
0358B4     .                                                            000358B4
0358B5                                                                  000358B5
0358B6*=================================================================000358B6
0358B7* A number retired by a store renumber (MMMB3202) pages the       000358B7
0358B8* history of the store it became - its history moved with it -    000358B8
0358B9* and the first page says so (MMMS0182). A failed lookup is not   000358B9
0358C0* shown - the number is used as keyed.                            000358C0
0358C1*=================================================================000358C1
0358C2 420-RESOLVE-RENUMBERED-STORE.                                    000358C2
0358C3     INITIALIZE MMMC0182                                          000358C3
0358C4     SET  MMMC0182-RESOLVE TO TRUE                                000358C4
0358C5     MOVE CA-LOC-TYP-CD          TO MMMC0182-LOC-TYP-CD           000358C5
0358C6     MOVE CA-LOC-NBR             TO MMMC0182-LOC-NBR              000358C6
0358C7     CALL MMMS0182-RENUM-SVC USING                                000358C7
0358C8         XXXN001A                                                 000358C8
0358C9         MMMC0182                                                 000358C9
0358D0     IF SUCCESS AND MMMC0182-RENUMBERED                           000358D0
0358D1       SET  STORE-WAS-RENUMBERED   TO TRUE                        000358D1
0358D2       MOVE MMMC0182-KEYED-LOC-NBR TO WS-RENUM-OLD-NO             000358D2
0358D3       MOVE MMMC0182-LOC-NBR       TO WS-RENUM-NEW-NO             000358D3
0358D4                                      CA-LOC-NBR                  000358D4
0358D5       MOVE MMMC0182-RENUM-DT      TO WS-RENUM-DT                 000358D5
0358D6     END-IF                                                       000358D6
0358D7     INITIALIZE XXXN001A                                          000358D7
0358D8     .                                                            000358D8
035900                                                                  00035900
036000*=================================================================00036000
036100* SQL error - tell the operator and leave the trail in the        00036100
