000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    MMMB2102.                                         00000200
000300 AUTHOR.        NAME                                              00000300
000400 DATE-WRITTEN.  2026.                                             00000400
000500*---------------------------------------------------------------- 00000500
000600* Acquisition conversion - load of an acquired chain's store file.00000600
000700*                                                                 00000700
000800* When we buy a chain its store file comes to us in the chain's   00000800
000900* own codes - their districts, store types, departments, price    00000900
001000* zones and ad zones.  This job loads that file (ACQIN) into the  00001000
001100* FC_XXXAIL_ACQ_STAGE staging table, one row per store, with      00001100
001200* every code run through the chain's crosswalk on                 00001200
001300* FC_XXXAIL_ACQ_XWALK (maintained through MMMO0200, table AX)     00001300
001400* and our value carried alongside theirs.  A code with no         00001400
001500* crosswalk row is listed under its store and again in the        00001500
001600* distinct-code summary at the end of the report; the store is    00001600
001700* staged with status U and cannot be approved until the           00001700
001800* crosswalk is fixed and the file reloaded.  A clean store is     00001800
001900* staged with status S for MMMB2202 to approve and release.       00001900
002000*                                                                 00002000
002100* The PARMIN card names the chain (cols 1-4).  The file must      00002100
002200* arrive wrapped in an HDR/TRL control pair exactly as the        00002200
002300* real-estate extract does (MMMB6601) - count and hash over the   00002300
002400* chain's store numbers - and is proven against the trailer       00002400
002500* before anything is loaded.  There is no file-date high-water    00002500
002600* mark: reloading the same file after the crosswalk has been      00002600
002700* completed is the normal way the conversion converges.  A store  00002700
002800* already staged and not yet released is replaced; a store        00002800
002900* already released is refused and left alone.                     00002900
003000*                                                                 00003000
003100* Batch job - run standalone, no online caller.                   00003100
003200*---------------------------------------------------------------- 00003200
003300 ENVIRONMENT DIVISION.                                            00003300
003400 INPUT-OUTPUT SECTION.                                            00003400
003500 FILE-CONTROL.                                                    00003500
003600     SELECT PARM-IN        ASSIGN TO PARMIN                       00003600
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00003700
003800     SELECT ACQ-IN         ASSIGN TO ACQIN                        00003800
003900         ORGANIZATION IS LINE SEQUENTIAL.                         00003900
004000     SELECT LOAD-RPT       ASSIGN TO RPTOUT                       00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200                                                                  00004200
004300 DATA DIVISION.                                                   00004300
004400 FILE SECTION.                                                    00004400
004500 FD  PARM-IN.                                                     00004500
004600 01  PARM-REC.                                                    00004600
004700     05 PARM-CHAIN-CD                  PIC X(4).                  00004700
004800     05 FILLER                         PIC X(76).                 00004800
004900                                                                  00004900
005000 FD  ACQ-IN.                                                      00005000
005100 01  ACQ-REC.                                                     00005100
005200     05 ACQ-OLD-STORE-NO               PIC 9(9).                  00005200
005300     05 ACQ-LOC-NM                     PIC X(30).                 00005300
005400     05 ACQ-ADR-1                      PIC X(30).                 00005400
005500     05 ACQ-ADR-2                      PIC X(30).                 00005500
005600     05 ACQ-CITY                       PIC X(30).                 00005600
005700     05 ACQ-STATE-CD                   PIC X(2).                  00005700
005800     05 ACQ-ZIP5-CD                    PIC 9(5).                  00005800
005900     05 ACQ-ZIP4-CD                    PIC 9(4).                  00005900
006000     05 ACQ-AREA-CD                    PIC 9(3).                  00006000
006100     05 ACQ-PHONE-NBR                  PIC 9(7).                  00006100
006200     05 ACQ-OPENING-DT                 PIC X(10).                 00006200
006300     05 ACQ-BCKRM-FT-QTY               PIC 9(7).                  00006300
006400     05 ACQ-LFT-FOOD-QTY               PIC 9(7).                  00006400
006500     05 ACQ-LFT-NONF-QTY               PIC 9(7).                  00006500
006600     05 ACQ-LAT-SIGN                   PIC X(1).                  00006600
006700     05 ACQ-LATITUDE                   PIC 9(3)V9(5).             00006700
006800     05 ACQ-LON-SIGN                   PIC X(1).                  00006800
006900     05 ACQ-LONGITUDE                  PIC 9(3)V9(5).             00006900
007000     05 ACQ-THEIR-DIST-CD              PIC X(10).                 00007000
007100     05 ACQ-THEIR-TYPE-CD              PIC X(10).                 00007100
007200     05 ACQ-THEIR-PZON-CD              PIC X(10).                 00007200
007300     05 ACQ-THEIR-AZON-CD              PIC X(10).                 00007300
007400     05 ACQ-THEIR-DEPTS.                                          00007400
007500        10 ACQ-THEIR-DEPT-CD           PIC X(10) OCCURS 12 TIMES. 00007500
007600 01  ACQ-CTL-REC.                                                 00007600
007700     05 ACQ-CTL-ID                     PIC X(3).                  00007700
007800        88 ACQ-CTL-HDR                         VALUE 'HDR'.       00007800
007900        88 ACQ-CTL-TRL                         VALUE 'TRL'.       00007900
008000     05 FILLER                         PIC X(1).                  00008000
008100     05 ACQ-CTL-FILE-DT                PIC X(8).                  00008100
008200     05 FILLER                         PIC X(1).                  00008200
008300     05 ACQ-CTL-REC-CNT                PIC 9(9).                  00008300
008400     05 FILLER                         PIC X(1).                  00008400
008500     05 ACQ-CTL-HASH-TOT               PIC 9(15).                 00008500
008600                                                                  00008600
008700 FD  LOAD-RPT.                                                    00008700
008800 01  RPT-LINE                          PIC X(132).                00008800
008900                                                                  00008900
009000 WORKING-STORAGE SECTION.                                         00009000
009100* --------------------------------------------------------------- 00009100
009200* Misc working storage...                                         00009200
009300* --------------------------------------------------------------- 00009300
009400 01 WS-CLEAN-COUNT                    PIC 9(6) VALUE 0.           00009400
009500 01 WS-UNMAPPED-COUNT                 PIC 9(6) VALUE 0.           00009500
009600 01 WS-REPLACED-COUNT                 PIC 9(6) VALUE 0.           00009600
009700 01 WS-REJECTED-COUNT                 PIC 9(6) VALUE 0.           00009700
009800 01 WS-SQLCODE                        PIC ----9.                  00009800
009900                                                                  00009900
010000 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00010000
010100    88 IS-EOF                                  VALUE 'Y'.         00010100
010200    88 NOT-EOF                                 VALUE 'N'.         00010200
010300 01 WS-ERROR-SW                       PIC X    VALUE 'N'.         00010300
010400    88 CALL-ERROR-DETECTED                     VALUE 'Y'.         00010400
010500    88 CALL-NO-ERROR                           VALUE 'N'.         00010500
010600                                                                  00010600
010700* Control-pair verification work fields - the pre-pass counts     00010700
010800* and hash against the trailer's.                                 00010800
010900 01 WS-CTL-FIELDS.                                                00010900
011000    05 WS-CTL-TRL-SEEN-SW             PIC X(1) VALUE 'N'.         00011000
011100       88 CTL-TRL-SEEN                        VALUE 'Y'.          00011100
011200    05 WS-CTL-FILE-DT                 PIC X(8) VALUE SPACES.      00011200
011300    05 WS-CTL-DTL-CNT                 PIC 9(9) VALUE 0.           00011300
011400    05 WS-CTL-HASH                    PIC 9(16) VALUE 0.          00011400
011500    05 WS-CTL-TRL-CNT                 PIC 9(9) VALUE 0.           00011500
011600    05 WS-CTL-TRL-HASH                PIC 9(15) VALUE 0.          00011600
011700                                                                  00011700
011800 01 WS-ISO-EFF-DATE.                                              00011800
011900    05 WS-ISO-YYYY                    PIC X(4).                   00011900
012000    05 FILLER                         PIC X(1) VALUE '-'.         00012000
012100    05 WS-ISO-MM                      PIC X(2).                   00012100
012200    05 FILLER                         PIC X(1) VALUE '-'.         00012200
012300    05 WS-ISO-DD                      PIC X(2).                   00012300
012400                                                                  00012400
012500* One crosswalk lookup - code type and their code in, our code    00012500
012600* out.  Our code is held as keyed on MMMO0200, left-justified,    00012600
012700* and is read through the view that fits its type.                00012700
012800 01 WS-XW-TYP-CD                      PIC X(4) VALUE SPACES.      00012800
012900 01 WS-XW-THEIR-CD                    PIC X(10) VALUE SPACES.     00012900
013000 01 WS-XW-FOUND-SW                    PIC X(1) VALUE 'N'.         00013000
013100    88 XW-CODE-MAPPED                          VALUE 'Y'.         00013100
013200    88 XW-CODE-UNMAPPED                        VALUE 'N'.         00013200
013300 01 WS-XW-OUR-CD                      PIC X(10) VALUE SPACES.     00013300
013400 01 WS-XW-OUR-3-VIEW REDEFINES WS-XW-OUR-CD.                      00013400
013500    05 WS-XW-OUR-3                    PIC 9(3).                   00013500
013600    05 WS-XW-OUR-3-REST               PIC X(7).                   00013600
013700 01 WS-XW-OUR-5-VIEW REDEFINES WS-XW-OUR-CD.                      00013700
013800    05 WS-XW-OUR-5                    PIC 9(5).                   00013800
013900    05 WS-XW-OUR-5-REST               PIC X(5).                   00013900
014000 01 WS-XW-OUR-7-VIEW REDEFINES WS-XW-OUR-CD.                      00014000
014100    05 WS-XW-OUR-7                    PIC 9(7).                   00014100
014200    05 WS-XW-OUR-7-REST               PIC X(3).                   00014200
014300                                                                  00014300
014400* The store's departments, theirs and ours, in the shape the      00014400
014500* staging row carries them (12 x 10 bytes each).                  00014500
014600 01 WS-OUR-DEPTS.                                                 00014600
014700    05 WS-OUR-DEPT-CD                 PIC X(10) OCCURS 12 TIMES.  00014700
014800 01 WS-DEPT-IDX                       PIC S9(4) COMP VALUE 0.     00014800
014900 01 WS-OUR-DEPT-CNT                   PIC S9(4) COMP VALUE 0.     00014900
015000 01 WS-STORE-UNMAP-CNT                PIC S9(4) COMP VALUE 0.     00015000
015100 01 WS-RELEASED-CNT                   PIC S9(9) COMP VALUE 0.     00015100
015200 01 WS-RELEASED-STORE                 PIC S9(9) COMP-3 VALUE 0.   00015200
015300 01 WS-EDIT-NBR-9                     PIC Z(8)9.                  00015300
015400 01 WS-EDIT-CNT-3                     PIC ZZ9.                    00015400
015500                                                                  00015500
015600* The current store's unmapped codes, for the lines under its     00015600
015700* detail line (16 slots covers every code a record can carry).    00015700
015800 01 WS-SU-IDX                         PIC S9(4) COMP VALUE 0.     00015800
015900 01 WS-STORE-UNMAP-TABLE.                                         00015900
016000    05 WS-SU-ENTRY OCCURS 16 TIMES.                               00016000
016100       10 WS-SU-TYP-CD                PIC X(4).                   00016100
016200       10 WS-SU-THEIR-CD              PIC X(10).                  00016200
016300                                                                  00016300
016400* Distinct unmapped codes across the whole file - what the        00016400
016500* crosswalk owner has to add before the next reload.              00016500
016600 01 WS-UM-MAX                         PIC S9(4) COMP VALUE 500.   00016600
016700 01 WS-UM-CNT                         PIC S9(4) COMP VALUE 0.     00016700
016800 01 WS-UM-IDX                         PIC S9(4) COMP VALUE 0.     00016800
016900 01 WS-UM-OVERFLOW-SW                 PIC X(1) VALUE 'N'.         00016900
017000    88 UM-TABLE-OVERFLOW                       VALUE 'Y'.         00017000
017100 01 WS-UM-TABLE.                                                  00017100
017200    05 WS-UM-ENTRY OCCURS 500 TIMES.                              00017200
017300       10 WS-UM-TYP-CD                PIC X(4).                   00017300
017400       10 WS-UM-THEIR-CD              PIC X(10).                  00017400
017500       10 WS-UM-STORE-CNT             PIC S9(5) COMP-3.           00017500
017600                                                                  00017600
017700 01 WS-HDG-LINE-1.                                                00017700
017800    05 FILLER PIC X(50) VALUE                                     00017800
017900       'MMMB2102 - ACQUISITION CONVERSION STAGING LOAD'.          00017900
018000 01 WS-CHAIN-LINE.                                                00018000
018100    05 FILLER                       PIC X(8)  VALUE 'CHAIN - '.   00018100
018200    05 WS-CHAIN-TXT                 PIC X(4).                     00018200
018300    05 FILLER                       PIC X(14)                     00018300
018400                                    VALUE '   FILE DATE -'.       00018400
018500    05 WS-CHAIN-FILE-DT             PIC X(9).                     00018500
018600 01 WS-DTL-LINE.                                                  00018600
018700    05 WS-DTL-STORE-NO              PIC Z(8)9.                    00018700
018800    05 FILLER                       PIC X(2) VALUE SPACES.        00018800
018900    05 WS-DTL-RESULT                PIC X(9).                     00018900
019000    05 FILLER                       PIC X(2) VALUE SPACES.        00019000
019100    05 WS-DTL-REASON                PIC X(80).                    00019100
019200 01 WS-UNMAP-LINE.                                                00019200
019300    05 FILLER                       PIC X(13) VALUE SPACES.       00019300
019400    05 FILLER                       PIC X(9)  VALUE 'UNMAPPED '.  00019400
019500    05 WS-UNMAP-TYP                 PIC X(4).                     00019500
019600    05 FILLER                       PIC X(7)  VALUE ' CODE  '.    00019600
019700    05 WS-UNMAP-CD                  PIC X(10).                    00019700
019800 01 WS-SUMM-HDG.                                                  00019800
019900    05 FILLER PIC X(52) VALUE                                     00019900
020000       'UNMAPPED CODES - ADD TO THE AX CROSSWALK AND RELOAD'.     00020000
020100 01 WS-SUMM-LINE.                                                 00020100
020200    05 FILLER                       PIC X(2)  VALUE SPACES.       00020200
020300    05 WS-SUMM-TYP                  PIC X(4).                     00020300
020400    05 FILLER                       PIC X(2)  VALUE SPACES.       00020400
020500    05 WS-SUMM-CD                   PIC X(10).                    00020500
020600    05 FILLER                       PIC X(4)  VALUE SPACES.       00020600
020700    05 WS-SUMM-STORES               PIC ZZZZ9.                    00020700
020800    05 FILLER                       PIC X(7)  VALUE ' STORES'.    00020800
020900 01 WS-CNT-LINE.                                                  00020900
021000    05 WS-CNT-TXT                   PIC X(25).                    00021000
021100    05 WS-CNT-NBR                   PIC ZZZZZ9.                   00021100
021200                                                                  00021200
021300* --------------------------------------------------------------- 00021300
021400* Miscellaneous copy books go here...                             00021400
021500* --------------------------------------------------------------- 00021500
021600 COPY XXXN001A.                                                   00021600
021700                                                                  00021700
021800* ----------------------------------------------------------------00021800
021900* DB2 stuff...                                                    00021900
022000* ----------------------------------------------------------------00022000
022100     EXEC SQL                                                     00022100
022200       INCLUDE SQLCA                                              00022200
022300     END-EXEC                                                     00022300
022400                                                                  00022400
022500     EXEC SQL                                                     00022500
022600       INCLUDE DDDTAQ01                                           00022600
022700     END-EXEC                                                     00022700
022800                                                                  00022800
022900     EXEC SQL                                                     00022900
023000       INCLUDE DDDTAX01                                           00023000
023100     END-EXEC                                                     00023100
023200                                                                  00023200
023300 PROCEDURE DIVISION.                                              00023300
023400***************************************************************** 00023400
023500* Start of program main line.                                     00023500
023600***************************************************************** 00023600
023700 000-MAIN.                                                        00023700
023800     PERFORM 100-INITIALIZE                                       00023800
023900     IF CALL-NO-ERROR                                             00023900
024000       PERFORM 150-VERIFY-CONTROL-PAIR                            00024000
024100     END-IF                                                       00024100
024200     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00024200
024300       PERFORM 200-STAGE-ONE-STORE                                00024300
024400       PERFORM 120-READ-NEXT-RECORD                               00024400
024500     END-PERFORM                                                  00024500
024600     IF CALL-NO-ERROR                                             00024600
024700       PERFORM 700-PRINT-UNMAPPED-SUMMARY                         00024700
024800     END-IF                                                       00024800
024900     PERFORM 900-TERMINATE                                        00024900
025000     GOBACK                                                       00025000
025100     .                                                            00025100
025200                                                                  00025200
025300*================================================================ 00025300
025400* Initialization - the chain comes from the PARMIN card and       00025400
025500* every crosswalk lookup and staging row is keyed by it.          00025500
025600*================================================================ 00025600
025700 100-INITIALIZE.                                                  00025700
025800     OPEN INPUT  PARM-IN                                          00025800
025900                 ACQ-IN                                           00025900
026000     OPEN OUTPUT LOAD-RPT                                         00026000
026100     WRITE RPT-LINE FROM WS-HDG-LINE-1                            00026100
026200     READ PARM-IN                                                 00026200
026300       AT END MOVE SPACES TO PARM-REC                             00026300
026400     END-READ                                                     00026400
026500     IF PARM-CHAIN-CD = SPACES                                    00026500
026600       MOVE 'PARMIN CARD MUST NAME THE ACQUIRED CHAIN (COLS 1-4)' 00026600
026700         TO WS-DTL-REASON                                         00026700
026800       PERFORM 190-CONTROL-FAILURE                                00026800
026900     ELSE                                                         00026900
027000       MOVE PARM-CHAIN-CD TO WS-CHAIN-TXT                         00027000
027100       MOVE PARM-CHAIN-CD TO AX-CHAIN-CD OF DCLFC-XXXAIL-ACQ-XWALK00027100
027200                             AQ-CHAIN-CD OF DCLFC-XXXAIL-ACQ-STAGE00027200
027300     END-IF                                                       00027300
027400     .                                                            00027400
027500                                                                  00027500
027600 120-READ-NEXT-RECORD.                                            00027600
027700     READ ACQ-IN                                                  00027700
027800       AT END SET IS-EOF TO TRUE                                  00027800
027900     END-READ                                                     00027900
028000     .                                                            00028000
028100                                                                  00028100
028200*================================================================ 00028200
028300* The control pre-pass: prove the whole file against its HDR/TRL  00028300
028400* pair before loading anything, the same proof the real-estate    00028400
028500* extract gets.  The header must come first; the trailer's count  00028500
028600* and store-number hash must match what was actually read.  The   00028600
028700* file is then reopened and positioned for the load pass.         00028700
028800*================================================================ 00028800
028900 150-VERIFY-CONTROL-PAIR.                                         00028900
029000     PERFORM 120-READ-NEXT-RECORD                                 00029000
029100     IF IS-EOF OR NOT ACQ-CTL-HDR                                 00029100
029200       MOVE 'FIRST RECORD IS NOT THE HDR CONTROL RECORD'          00029200
029300         TO WS-DTL-REASON                                         00029300
029400       PERFORM 190-CONTROL-FAILURE                                00029400
029500     ELSE                                                         00029500
029600       MOVE ACQ-CTL-FILE-DT TO WS-CTL-FILE-DT                     00029600
029700       MOVE WS-CTL-FILE-DT  TO WS-CHAIN-FILE-DT                   00029700
029800       WRITE RPT-LINE FROM WS-CHAIN-LINE                          00029800
029900       MOVE SPACES TO RPT-LINE                                    00029900
030000       WRITE RPT-LINE                                             00030000
030100     END-IF                                                       00030100
030200                                                                  00030200
030300     PERFORM UNTIL IS-EOF OR CALL-ERROR-DETECTED                  00030300
030400       PERFORM 120-READ-NEXT-RECORD                               00030400
030500       EVALUATE TRUE                                              00030500
030600         WHEN IS-EOF                                              00030600
030700           CONTINUE                                               00030700
030800         WHEN ACQ-CTL-TRL                                         00030800
030900           SET CTL-TRL-SEEN TO TRUE                               00030900
031000           MOVE ACQ-CTL-REC-CNT  TO WS-CTL-TRL-CNT                00031000
031100           MOVE ACQ-CTL-HASH-TOT TO WS-CTL-TRL-HASH               00031100
031200         WHEN ACQ-CTL-HDR                                         00031200
031300           MOVE 'MORE THAN ONE HDR CONTROL RECORD'                00031300
031400             TO WS-DTL-REASON                                     00031400
031500           PERFORM 190-CONTROL-FAILURE                            00031500
031600         WHEN CTL-TRL-SEEN                                        00031600
031700           MOVE 'DATA RECORDS FOLLOW THE TRL CONTROL RECORD'      00031700
031800             TO WS-DTL-REASON                                     00031800
031900           PERFORM 190-CONTROL-FAILURE                            00031900
032000         WHEN OTHER                                               00032000
032100           ADD 1 TO WS-CTL-DTL-CNT                                00032100
032200           IF ACQ-REC (1:9) NUMERIC                               00032200
032300             ADD ACQ-OLD-STORE-NO TO WS-CTL-HASH                  00032300
032400             IF WS-CTL-HASH > 999999999999999                     00032400
032500               SUBTRACT 1000000000000000 FROM WS-CTL-HASH         00032500
032600             END-IF                                               00032600
032700           END-IF                                                 00032700
032800       END-EVALUATE                                               00032800
032900     END-PERFORM                                                  00032900
033000                                                                  00033000
033100     IF CALL-NO-ERROR AND NOT CTL-TRL-SEEN                        00033100
033200       MOVE 'TRL CONTROL RECORD IS MISSING'                       00033200
033300         TO WS-DTL-REASON                                         00033300
033400       PERFORM 190-CONTROL-FAILURE                                00033400
033500     END-IF                                                       00033500
033600     IF CALL-NO-ERROR AND WS-CTL-DTL-CNT NOT = WS-CTL-TRL-CNT     00033600
033700       MOVE 'RECORD COUNT DOES NOT MATCH THE TRL COUNT'           00033700
033800         TO WS-DTL-REASON                                         00033800
033900       PERFORM 190-CONTROL-FAILURE                                00033900
034000     END-IF                                                       00034000
034100     IF CALL-NO-ERROR AND WS-CTL-HASH NOT = WS-CTL-TRL-HASH       00034100
034200       MOVE 'STORE-NUMBER HASH DOES NOT MATCH THE TRL HASH'       00034200
034300         TO WS-DTL-REASON                                         00034300
034400       PERFORM 190-CONTROL-FAILURE                                00034400
034500     END-IF                                                       00034500
034600                                                                  00034600
034700     IF CALL-NO-ERROR                                             00034700
034800       CLOSE ACQ-IN                                               00034800
034900       OPEN INPUT ACQ-IN                                          00034900
035000       SET NOT-EOF TO TRUE                                        00035000
035100       PERFORM 120-READ-NEXT-RECORD                               00035100
035200     END-IF                                                       00035200
035300     .                                                            00035300
035400                                                                  00035400
035500 190-CONTROL-FAILURE.                                             00035500
035600     SET CALL-ERROR-DETECTED TO TRUE                              00035600
035700     SET IS-EOF TO TRUE                                           00035700
035800     DISPLAY 'MMMB2102 - CONTROL CHECK FAILED: ' WS-DTL-REASON    00035800
035900     MOVE SPACES TO RPT-LINE                                      00035900
036000     STRING 'CONTROL CHECK FAILED: ' WS-DTL-REASON                00036000
036100       DELIMITED BY SIZE INTO RPT-LINE                            00036100
036200     WRITE RPT-LINE                                               00036200
036300     .                                                            00036300
036400                                                                  00036400
036500*================================================================ 00036500
036600* One acquired store: light edits, the released-already guard,    00036600
036700* every code through the crosswalk, then the staging row -        00036700
036800* replacing any earlier unreleased row for the same store so a    00036800
036900* reload after a crosswalk fix simply supersedes it.              00036900
037000*================================================================ 00037000
037100 200-STAGE-ONE-STORE.                                             00037100
037200     IF IS-EOF OR ACQ-CTL-HDR OR ACQ-CTL-TRL                      00037200
037300       CONTINUE                                                   00037300
037400     ELSE                                                         00037400
037500       INITIALIZE XXXN001A                                        00037500
037600       MOVE ACQ-OLD-STORE-NO TO WS-DTL-STORE-NO                   00037600
037700       PERFORM 220-EDIT-ACQUIRED-RECORD                           00037700
037800       IF SUCCESS                                                 00037800
037900         PERFORM 240-CHECK-ALREADY-RELEASED                       00037900
038000       END-IF                                                     00038000
038100       IF SUCCESS                                                 00038100
038200         PERFORM 300-CROSSWALK-THE-CODES                          00038200
038300       END-IF                                                     00038300
038400       IF SUCCESS                                                 00038400
038500         PERFORM 260-DELETE-SUPERSEDED-ROW                        00038500
038600       END-IF                                                     00038600
038700       IF SUCCESS                                                 00038700
038800         PERFORM 280-INSERT-STAGING-ROW                           00038800
038900       END-IF                                                     00038900
039000       EVALUATE TRUE                                              00039000
039100         WHEN NOT SUCCESS                                         00039100
039200           ADD 1 TO WS-REJECTED-COUNT                             00039200
039300           MOVE 'REJECTED ' TO WS-DTL-RESULT                      00039300
039400         WHEN WS-STORE-UNMAP-CNT > 0                              00039400
039500           ADD 1 TO WS-UNMAPPED-COUNT                             00039500
039600           MOVE 'UNMAPPED ' TO WS-DTL-RESULT                      00039600
039700         WHEN OTHER                                               00039700
039800           ADD 1 TO WS-CLEAN-COUNT                                00039800
039900           MOVE 'STAGED   ' TO WS-DTL-RESULT                      00039900
040000       END-EVALUATE                                               00040000
040100       WRITE RPT-LINE FROM WS-DTL-LINE                            00040100
040200       PERFORM 290-LIST-STORE-UNMAPPED                            00040200
040300     END-IF                                                       00040300
040400     .                                                            00040400
040500                                                                  00040500
040600 220-EDIT-ACQUIRED-RECORD.                                        00040600
040700     MOVE SPACES TO WS-DTL-REASON                                 00040700
040800     MOVE 0      TO WS-STORE-UNMAP-CNT                            00040800
040900     IF ACQ-REC (1:9) NOT NUMERIC                                 00040900
041000     OR ACQ-OLD-STORE-NO = 0                                      00041000
041100       SET  FAILURE TO TRUE                                       00041100
041200       MOVE 'CHAIN STORE NUMBER MISSING OR NOT NUMERIC'           00041200
041300         TO WS-DTL-REASON                                         00041300
041400     END-IF                                                       00041400
041500     IF SUCCESS AND ACQ-LOC-NM = SPACES                           00041500
041600       SET  FAILURE TO TRUE                                       00041600
041700       MOVE 'STORE NAME IS REQUIRED' TO WS-DTL-REASON             00041700
041800     END-IF                                                       00041800
041900     IF SUCCESS                                                   00041900
042000       PERFORM 230-EDIT-OPENING-DATE                              00042000
042100     END-IF                                                       00042100
042200     .                                                            00042200
042300                                                                  00042300
042400 230-EDIT-OPENING-DATE.                                           00042400
042500     IF ACQ-OPENING-DT (1:2) IS NUMERIC                           00042500
042600     AND ACQ-OPENING-DT (4:2) IS NUMERIC                          00042600
042700     AND ACQ-OPENING-DT (7:4) IS NUMERIC                          00042700
042800     AND ACQ-OPENING-DT (3:1) = '/'                               00042800
042900     AND ACQ-OPENING-DT (6:1) = '/'                               00042900
04290A     AND ACQ-OPENING-DT (1:2) >= '01'                             0004290A
04290B     AND ACQ-OPENING-DT (1:2) <= '12'                             0004290B
04290C     AND ACQ-OPENING-DT (4:2) >= '01'                             0004290C
04290D     AND ACQ-OPENING-DT (4:2) <= '31'                             0004290D
043000       MOVE ACQ-OPENING-DT (7:4) TO WS-ISO-YYYY                   00043000
043100       MOVE ACQ-OPENING-DT (1:2) TO WS-ISO-MM                     00043100
043200       MOVE ACQ-OPENING-DT (4:2) TO WS-ISO-DD                     00043200
043300     ELSE                                                         00043300
043400       SET  FAILURE TO TRUE                                       00043400
043500       MOVE 'OPENING DATE MUST BE A VALID MM/DD/YYYY'             00043500
04350A         TO WS-DTL-REASON                                         0004350A
043600     END-IF                                                       00043600
043700     .                                                            00043700
043800                                                                  00043800
043900*================================================================ 00043900
044000* A store already released has its own store number and its       00044000
044100* cross-reference - a resend of it is refused, never restaged.    00044100
044200*================================================================ 00044200
044300 240-CHECK-ALREADY-RELEASED.                                      00044300
044400     MOVE ACQ-OLD-STORE-NO                                        00044400
044500       TO AQ-OLD-STORE-NO OF DCLFC-XXXAIL-ACQ-STAGE               00044500
044600     MOVE 0 TO WS-RELEASED-CNT                                    00044600
044700               WS-RELEASED-STORE                                  00044700
044800     EXEC SQL                                                     00044800
044900       SELECT COUNT(*), COALESCE(MAX(AQ_NEW_STORE_NO), 0)         00044900
045000        INTO :WS-RELEASED-CNT, :WS-RELEASED-STORE                 00045000
045100       FROM FC_XXXAIL_ACQ_STAGE                                   00045100
045200       WHERE AQ_CHAIN_CD     =                                    00045200
045300             :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD                  00045300
045400         AND AQ_OLD_STORE_NO =                                    00045400
045500             :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO              00045500
045600         AND AQ_STAT_CD      = 'R'                                00045600
045700     END-EXEC                                                     00045700
045800     EVALUATE TRUE                                                00045800
045900       WHEN SQLCODE NOT = 0                                       00045900
046000         PERFORM 800-REPORT-SQL-ERROR                             00046000
046100       WHEN WS-RELEASED-CNT > 0                                   00046100
046200         SET  FAILURE TO TRUE                                     00046200
046300         MOVE WS-RELEASED-STORE TO WS-EDIT-NBR-9                  00046300
046400         STRING 'ALREADY RELEASED AS STORE ' WS-EDIT-NBR-9        00046400
046500           DELIMITED BY SIZE INTO WS-DTL-REASON                   00046500
046600       WHEN OTHER                                                 00046600
046700         CONTINUE                                                 00046700
046800     END-EVALUATE                                                 00046800
046900     .                                                            00046900
047000                                                                  00047000
047100*================================================================ 00047100
047200* Every code the store carries, theirs to ours.  District and     00047200
047300* store type are required - a blank one is as unmapped as an      00047300
047400* unknown one.  A blank price or ad zone stays zero (the store    00047400
047500* has none), and a blank department slot is simply unused.        00047500
047600*================================================================ 00047600
047700 300-CROSSWALK-THE-CODES.                                         00047700
047800     MOVE 0 TO AQ-DISTRICT-NO OF DCLFC-XXXAIL-ACQ-STAGE           00047800
047900               AQ-TYPE-CD     OF DCLFC-XXXAIL-ACQ-STAGE           00047900
048000               AQ-PD-ZONE-NO  OF DCLFC-XXXAIL-ACQ-STAGE           00048000
048100               AQ-AD-ZN-NBR   OF DCLFC-XXXAIL-ACQ-STAGE           00048100
048200     MOVE SPACES TO WS-OUR-DEPTS                                  00048200
048300     MOVE 0      TO WS-OUR-DEPT-CNT                               00048300
048400                                                                  00048400
048500     MOVE 'DIST'            TO WS-XW-TYP-CD                       00048500
048600     MOVE ACQ-THEIR-DIST-CD TO WS-XW-THEIR-CD                     00048600
048700     PERFORM 320-LOOK-UP-ONE-CODE                                 00048700
048800     IF XW-CODE-MAPPED                                            00048800
048900       IF WS-XW-OUR-3 NUMERIC AND WS-XW-OUR-3-REST = SPACES       00048900
049000         MOVE WS-XW-OUR-3 TO AQ-DISTRICT-NO                       00049000
049100                             OF DCLFC-XXXAIL-ACQ-STAGE            00049100
049200       ELSE                                                       00049200
049300         PERFORM 340-NOTE-UNMAPPED-CODE                           00049300
049400       END-IF                                                     00049400
049500     END-IF                                                       00049500
049600                                                                  00049600
049700     MOVE 'TYPE'            TO WS-XW-TYP-CD                       00049700
049800     MOVE ACQ-THEIR-TYPE-CD TO WS-XW-THEIR-CD                     00049800
049900     PERFORM 320-LOOK-UP-ONE-CODE                                 00049900
050000     IF XW-CODE-MAPPED                                            00050000
050100       IF WS-XW-OUR-3 NUMERIC AND WS-XW-OUR-3-REST = SPACES       00050100
050200         MOVE WS-XW-OUR-3 TO AQ-TYPE-CD                           00050200
050300                             OF DCLFC-XXXAIL-ACQ-STAGE            00050300
050400       ELSE                                                       00050400
050500         PERFORM 340-NOTE-UNMAPPED-CODE                           00050500
050600       END-IF                                                     00050600
050700     END-IF                                                       00050700
050800                                                                  00050800
050900     IF SUCCESS AND ACQ-THEIR-PZON-CD NOT = SPACES                00050900
051000       MOVE 'PZON'            TO WS-XW-TYP-CD                     00051000
051100       MOVE ACQ-THEIR-PZON-CD TO WS-XW-THEIR-CD                   00051100
051200       PERFORM 320-LOOK-UP-ONE-CODE                               00051200
051300       IF XW-CODE-MAPPED                                          00051300
051400         IF WS-XW-OUR-5 NUMERIC AND WS-XW-OUR-5-REST = SPACES     00051400
051500           MOVE WS-XW-OUR-5 TO AQ-PD-ZONE-NO                      00051500
051600                               OF DCLFC-XXXAIL-ACQ-STAGE          00051600
051700         ELSE                                                     00051700
051800           PERFORM 340-NOTE-UNMAPPED-CODE                         00051800
051900         END-IF                                                   00051900
052000       END-IF                                                     00052000
052100     END-IF                                                       00052100
052200                                                                  00052200
052300     IF SUCCESS AND ACQ-THEIR-AZON-CD NOT = SPACES                00052300
052400       MOVE 'AZON'            TO WS-XW-TYP-CD                     00052400
052500       MOVE ACQ-THEIR-AZON-CD TO WS-XW-THEIR-CD                   00052500
052600       PERFORM 320-LOOK-UP-ONE-CODE                               00052600
052700       IF XW-CODE-MAPPED                                          00052700
052800         IF WS-XW-OUR-7 NUMERIC AND WS-XW-OUR-7-REST = SPACES     00052800
052900           MOVE WS-XW-OUR-7 TO AQ-AD-ZN-NBR                       00052900
053000                               OF DCLFC-XXXAIL-ACQ-STAGE          00053000
053100         ELSE                                                     00053100
053200           PERFORM 340-NOTE-UNMAPPED-CODE                         00053200
053300         END-IF                                                   00053300
053400       END-IF                                                     00053400
053500     END-IF                                                       00053500
053600                                                                  00053600
053700     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      00053700
053800       UNTIL WS-DEPT-IDX > 12 OR NOT SUCCESS                      00053800
053900       IF ACQ-THEIR-DEPT-CD (WS-DEPT-IDX) NOT = SPACES            00053900
054000         MOVE 'DEPT' TO WS-XW-TYP-CD                              00054000
054100         MOVE ACQ-THEIR-DEPT-CD (WS-DEPT-IDX) TO WS-XW-THEIR-CD   00054100
054200         PERFORM 320-LOOK-UP-ONE-CODE                             00054200
054300         IF XW-CODE-MAPPED                                        00054300
054400           ADD 1 TO WS-OUR-DEPT-CNT                               00054400
054500           MOVE WS-XW-OUR-CD TO WS-OUR-DEPT-CD (WS-OUR-DEPT-CNT)  00054500
054600         END-IF                                                   00054600
054700       END-IF                                                     00054700
054800     END-PERFORM                                                  00054800
054900     .                                                            00054900
055000                                                                  00055000
055100 320-LOOK-UP-ONE-CODE.                                            00055100
055200     SET XW-CODE-UNMAPPED TO TRUE                                 00055200
055300     MOVE SPACES TO WS-XW-OUR-CD                                  00055300
055400     IF WS-XW-THEIR-CD = SPACES                                   00055400
055500       PERFORM 340-NOTE-UNMAPPED-CODE                             00055500
055600     ELSE                                                         00055600
055700       MOVE WS-XW-TYP-CD   TO AX-CODE-TYP-CD                      00055700
055800                              OF DCLFC-XXXAIL-ACQ-XWALK           00055800
055900       MOVE WS-XW-THEIR-CD TO AX-THEIR-CD                         00055900
056000                              OF DCLFC-XXXAIL-ACQ-XWALK           00056000
056100       EXEC SQL                                                   00056100
056200         SELECT AX_OUR_CD                                         00056200
056300          INTO :DCLFC-XXXAIL-ACQ-XWALK.AX-OUR-CD                  00056300
056400         FROM FC_XXXAIL_ACQ_XWALK                                 00056400
056500         WHERE AX_CHAIN_CD    =                                   00056500
056600               :DCLFC-XXXAIL-ACQ-XWALK.AX-CHAIN-CD                00056600
056700           AND AX_CODE_TYP_CD =                                   00056700
056800               :DCLFC-XXXAIL-ACQ-XWALK.AX-CODE-TYP-CD             00056800
056900           AND AX_THEIR_CD    =                                   00056900
057000               :DCLFC-XXXAIL-ACQ-XWALK.AX-THEIR-CD                00057000
057100       END-EXEC                                                   00057100
057200       EVALUATE TRUE                                              00057200
057300         WHEN SQLCODE = 0                                         00057300
057400           SET  XW-CODE-MAPPED TO TRUE                            00057400
057500           MOVE AX-OUR-CD OF DCLFC-XXXAIL-ACQ-XWALK               00057500
057600             TO WS-XW-OUR-CD                                      00057600
057700         WHEN SQLCODE = 100                                       00057700
057800           MOVE 0 TO SQLCODE                                      00057800
057900           PERFORM 340-NOTE-UNMAPPED-CODE                         00057900
058000         WHEN OTHER                                               00058000
058100           PERFORM 800-REPORT-SQL-ERROR                           00058100
058200       END-EVALUATE                                               00058200
058300     END-IF                                                       00058300
058400     .                                                            00058400
058500                                                                  00058500
058600*================================================================ 00058600
058700* An unmapped code counts against the store and is remembered     00058700
058800* once per type/code pair for the summary, with how many          00058800
058900* stores it held back.                                            00058900
059000*================================================================ 00059000
059100 340-NOTE-UNMAPPED-CODE.                                          00059100
059200     ADD 1 TO WS-STORE-UNMAP-CNT                                  00059200
059300     IF WS-STORE-UNMAP-CNT NOT > 16                               00059300
059400       MOVE WS-XW-TYP-CD   TO WS-SU-TYP-CD   (WS-STORE-UNMAP-CNT) 00059400
059500       MOVE WS-XW-THEIR-CD TO WS-SU-THEIR-CD (WS-STORE-UNMAP-CNT) 00059500
059600     END-IF                                                       00059600
059700     PERFORM VARYING WS-UM-IDX FROM 1 BY 1                        00059700
059800       UNTIL WS-UM-IDX > WS-UM-CNT                                00059800
059900          OR (WS-UM-TYP-CD (WS-UM-IDX) = WS-XW-TYP-CD             00059900
060000          AND WS-UM-THEIR-CD (WS-UM-IDX) = WS-XW-THEIR-CD)        00060000
060100       CONTINUE                                                   00060100
060200     END-PERFORM                                                  00060200
060300     EVALUATE TRUE                                                00060300
060400       WHEN WS-UM-IDX NOT > WS-UM-CNT                             00060400
060500         ADD 1 TO WS-UM-STORE-CNT (WS-UM-IDX)                     00060500
060600       WHEN WS-UM-CNT < WS-UM-MAX                                 00060600
060700         ADD 1 TO WS-UM-CNT                                       00060700
060800         MOVE WS-XW-TYP-CD   TO WS-UM-TYP-CD    (WS-UM-CNT)       00060800
060900         MOVE WS-XW-THEIR-CD TO WS-UM-THEIR-CD  (WS-UM-CNT)       00060900
061000         MOVE 1              TO WS-UM-STORE-CNT (WS-UM-CNT)       00061000
061100       WHEN OTHER                                                 00061100
061200         SET UM-TABLE-OVERFLOW TO TRUE                            00061200
061300     END-EVALUATE                                                 00061300
061400     .                                                            00061400
061500                                                                  00061500
061600 260-DELETE-SUPERSEDED-ROW.                                       00061600
061700     EXEC SQL                                                     00061700
061800       DELETE FROM FC_XXXAIL_ACQ_STAGE                            00061800
061900        WHERE AQ_CHAIN_CD     =                                   00061900
062000              :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD                 00062000
062100          AND AQ_OLD_STORE_NO =                                   00062100
062200              :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO             00062200
062300          AND AQ_STAT_CD <> 'R'                                   00062300
062400     END-EXEC                                                     00062400
062500     EVALUATE TRUE                                                00062500
062600       WHEN SQLCODE = 0                                           00062600
062700         ADD 1 TO WS-REPLACED-COUNT                               00062700
062800       WHEN SQLCODE = 100                                         00062800
062900         MOVE 0 TO SQLCODE                                        00062900
063000       WHEN OTHER                                                 00063000
063100         PERFORM 800-REPORT-SQL-ERROR                             00063100
063200     END-EVALUATE                                                 00063200
063300     .                                                            00063300
063400                                                                  00063400
063500 280-INSERT-STAGING-ROW.                                          00063500
063600     MOVE ACQ-LOC-NM        TO AQ-LOC-NM                          00063600
063700                               OF DCLFC-XXXAIL-ACQ-STAGE          00063700
063800     MOVE ACQ-ADR-1         TO AQ-ADR-1                           00063800
063900                               OF DCLFC-XXXAIL-ACQ-STAGE          00063900
064000     MOVE ACQ-ADR-2         TO AQ-ADR-2                           00064000
064100                               OF DCLFC-XXXAIL-ACQ-STAGE          00064100
064200     MOVE ACQ-CITY          TO AQ-CITY                            00064200
064300                               OF DCLFC-XXXAIL-ACQ-STAGE          00064300
064400     MOVE ACQ-STATE-CD      TO AQ-STATE-CD                        00064400
064500                               OF DCLFC-XXXAIL-ACQ-STAGE          00064500
064600     MOVE ACQ-ZIP5-CD       TO AQ-ZIP5-CD                         00064600
064700                               OF DCLFC-XXXAIL-ACQ-STAGE          00064700
064800     MOVE ACQ-ZIP4-CD       TO AQ-ZIP4-CD                         00064800
064900                               OF DCLFC-XXXAIL-ACQ-STAGE          00064900
065000     MOVE ACQ-AREA-CD       TO AQ-AREA-CD                         00065000
065100                               OF DCLFC-XXXAIL-ACQ-STAGE          00065100
065200     MOVE ACQ-PHONE-NBR     TO AQ-PHONE-NBR                       00065200
065300                               OF DCLFC-XXXAIL-ACQ-STAGE          00065300
065400     MOVE WS-ISO-EFF-DATE   TO AQ-OPENING-DT                      00065400
065500                               OF DCLFC-XXXAIL-ACQ-STAGE          00065500
065600     MOVE ACQ-BCKRM-FT-QTY  TO AQ-BCKRM-FT-QTY                    00065600
065700                               OF DCLFC-XXXAIL-ACQ-STAGE          00065700
065800     MOVE ACQ-LFT-FOOD-QTY  TO AQ-LFT-FOOD-QTY                    00065800
065900                               OF DCLFC-XXXAIL-ACQ-STAGE          00065900
066000     MOVE ACQ-LFT-NONF-QTY  TO AQ-LFT-NONF-QTY                    00066000
066100                               OF DCLFC-XXXAIL-ACQ-STAGE          00066100
066200     MOVE ACQ-LATITUDE      TO AQ-LATITUDE-K                      00066200
066300                               OF DCLFC-XXXAIL-ACQ-STAGE          00066300
066400     IF ACQ-LAT-SIGN = '-'                                        00066400
066500       COMPUTE AQ-LATITUDE-K OF DCLFC-XXXAIL-ACQ-STAGE            00066500
066600             = 0 - AQ-LATITUDE-K OF DCLFC-XXXAIL-ACQ-STAGE        00066600
066700     END-IF                                                       00066700
066800     MOVE ACQ-LONGITUDE     TO AQ-LONGITUDE-K                     00066800
066900                               OF DCLFC-XXXAIL-ACQ-STAGE          00066900
067000     IF ACQ-LON-SIGN = '-'                                        00067000
067100       COMPUTE AQ-LONGITUDE-K OF DCLFC-XXXAIL-ACQ-STAGE           00067100
067200             = 0 - AQ-LONGITUDE-K OF DCLFC-XXXAIL-ACQ-STAGE       00067200
067300     END-IF                                                       00067300
067400     MOVE ACQ-THEIR-DIST-CD TO AQ-THEIR-DIST-CD                   00067400
067500                               OF DCLFC-XXXAIL-ACQ-STAGE          00067500
067600     MOVE ACQ-THEIR-TYPE-CD TO AQ-THEIR-TYPE-CD                   00067600
067700                               OF DCLFC-XXXAIL-ACQ-STAGE          00067700
067800     MOVE ACQ-THEIR-PZON-CD TO AQ-THEIR-PZON-CD                   00067800
067900                               OF DCLFC-XXXAIL-ACQ-STAGE          00067900
068000     MOVE ACQ-THEIR-AZON-CD TO AQ-THEIR-AZON-CD                   00068000
068100                               OF DCLFC-XXXAIL-ACQ-STAGE          00068100
068200     MOVE ACQ-THEIR-DEPTS   TO AQ-THEIR-DEPT-TXT                  00068200
068300                               OF DCLFC-XXXAIL-ACQ-STAGE          00068300
068400     MOVE WS-OUR-DEPTS      TO AQ-OUR-DEPT-TXT                    00068400
068500                               OF DCLFC-XXXAIL-ACQ-STAGE          00068500
068600     MOVE WS-OUR-DEPT-CNT   TO AQ-DEPT-CNT                        00068600
068700                               OF DCLFC-XXXAIL-ACQ-STAGE          00068700
068800     MOVE WS-STORE-UNMAP-CNT                                      00068800
068900                            TO AQ-UNMAP-CNT                       00068900
069000                               OF DCLFC-XXXAIL-ACQ-STAGE          00069000
069100     IF WS-STORE-UNMAP-CNT > 0                                    00069100
069200       SET AQ-UNMAPPED OF DCLFC-XXXAIL-ACQ-STAGE TO TRUE          00069200
069300       MOVE WS-STORE-UNMAP-CNT TO WS-EDIT-CNT-3                   00069300
069400       MOVE SPACES TO WS-DTL-REASON                               00069400
069500       STRING WS-EDIT-CNT-3 ' CODE(S) NOT ON THE CROSSWALK'       00069500
069600         DELIMITED BY SIZE INTO WS-DTL-REASON                     00069600
069700     ELSE                                                         00069700
069800       SET AQ-STAGED-CLEAN OF DCLFC-XXXAIL-ACQ-STAGE TO TRUE      00069800
069900     END-IF                                                       00069900
070000     MOVE WS-DTL-REASON     TO AQ-ERR-MSG-TXT                     00070000
070100                               OF DCLFC-XXXAIL-ACQ-STAGE          00070100
070200     EXEC SQL                                                     00070200
070300       INSERT INTO FC_XXXAIL_ACQ_STAGE                            00070300
070400          ( AQ_CHAIN_CD, AQ_OLD_STORE_NO, AQ_LOC_NM,              00070400
070500            AQ_ADR_1, AQ_ADR_2, AQ_CITY, AQ_STATE_CD,             00070500
070600            AQ_ZIP5_CD, AQ_ZIP4_CD, AQ_AREA_CD, AQ_PHONE_NBR,     00070600
070700            AQ_OPENING_DT, AQ_BCKRM_FT_QTY, AQ_LFT_FOOD_QTY,      00070700
070800            AQ_LFT_NONF_QTY, AQ_LATITUDE_K, AQ_LONGITUDE_K,       00070800
070900            AQ_THEIR_DIST_CD, AQ_THEIR_TYPE_CD,                   00070900
071000            AQ_THEIR_PZON_CD, AQ_THEIR_AZON_CD,                   00071000
071100            AQ_THEIR_DEPT_TXT, AQ_DISTRICT_NO, AQ_TYPE_CD,        00071100
071200            AQ_PD_ZONE_NO, AQ_AD_ZN_NBR, AQ_DEPT_CNT,             00071200
071300            AQ_OUR_DEPT_TXT, AQ_UNMAP_CNT, AQ_STAT_CD,            00071300
071400            AQ_ERR_MSG_TXT, AQ_NEW_STORE_NO, AQ_LOADED_TS,        00071400
071500            AQ_APPRV_TS, AQ_RELEASED_TS )                         00071500
071600       VALUES                                                     00071600
071700          ( :DCLFC-XXXAIL-ACQ-STAGE.AQ-CHAIN-CD,                  00071700
071800            :DCLFC-XXXAIL-ACQ-STAGE.AQ-OLD-STORE-NO,              00071800
071900            :DCLFC-XXXAIL-ACQ-STAGE.AQ-LOC-NM,                    00071900
072000            :DCLFC-XXXAIL-ACQ-STAGE.AQ-ADR-1,                     00072000
072100            :DCLFC-XXXAIL-ACQ-STAGE.AQ-ADR-2,                     00072100
072200            :DCLFC-XXXAIL-ACQ-STAGE.AQ-CITY,                      00072200
072300            :DCLFC-XXXAIL-ACQ-STAGE.AQ-STATE-CD,                  00072300
072400            :DCLFC-XXXAIL-ACQ-STAGE.AQ-ZIP5-CD,                   00072400
072500            :DCLFC-XXXAIL-ACQ-STAGE.AQ-ZIP4-CD,                   00072500
072600            :DCLFC-XXXAIL-ACQ-STAGE.AQ-AREA-CD,                   00072600
072700            :DCLFC-XXXAIL-ACQ-STAGE.AQ-PHONE-NBR,                 00072700
072800            :DCLFC-XXXAIL-ACQ-STAGE.AQ-OPENING-DT,                00072800
072900            :DCLFC-XXXAIL-ACQ-STAGE.AQ-BCKRM-FT-QTY,              00072900
073000            :DCLFC-XXXAIL-ACQ-STAGE.AQ-LFT-FOOD-QTY,              00073000
073100            :DCLFC-XXXAIL-ACQ-STAGE.AQ-LFT-NONF-QTY,              00073100
073200            :DCLFC-XXXAIL-ACQ-STAGE.AQ-LATITUDE-K,                00073200
073300            :DCLFC-XXXAIL-ACQ-STAGE.AQ-LONGITUDE-K,               00073300
073400            :DCLFC-XXXAIL-ACQ-STAGE.AQ-THEIR-DIST-CD,             00073400
073500            :DCLFC-XXXAIL-ACQ-STAGE.AQ-THEIR-TYPE-CD,             00073500
073600            :DCLFC-XXXAIL-ACQ-STAGE.AQ-THEIR-PZON-CD,             00073600
073700            :DCLFC-XXXAIL-ACQ-STAGE.AQ-THEIR-AZON-CD,             00073700
073800            :DCLFC-XXXAIL-ACQ-STAGE.AQ-THEIR-DEPT-TXT,            00073800
073900            :DCLFC-XXXAIL-ACQ-STAGE.AQ-DISTRICT-NO,               00073900
074000            :DCLFC-XXXAIL-ACQ-STAGE.AQ-TYPE-CD,                   00074000
074100            :DCLFC-XXXAIL-ACQ-STAGE.AQ-PD-ZONE-NO,                00074100
074200            :DCLFC-XXXAIL-ACQ-STAGE.AQ-AD-ZN-NBR,                 00074200
074300            :DCLFC-XXXAIL-ACQ-STAGE.AQ-DEPT-CNT,                  00074300
074400            :DCLFC-XXXAIL-ACQ-STAGE.AQ-OUR-DEPT-TXT,              00074400
074500            :DCLFC-XXXAIL-ACQ-STAGE.AQ-UNMAP-CNT,                 00074500
074600            :DCLFC-XXXAIL-ACQ-STAGE.AQ-STAT-CD,                   00074600
074700            :DCLFC-XXXAIL-ACQ-STAGE.AQ-ERR-MSG-TXT,               00074700
074800            0, CURRENT TIMESTAMP, NULL, NULL )                    00074800
074900     END-EXEC                                                     00074900
075000     IF SQLCODE NOT = 0                                           00075000
075100       PERFORM 800-REPORT-SQL-ERROR                               00075100
075200     END-IF                                                       00075200
075300     .                                                            00075300
075400                                                                  00075400
075500*================================================================ 00075500
075600* The store's own unmapped codes, listed under its detail line.   00075600
075700*================================================================ 00075700
075800 290-LIST-STORE-UNMAPPED.                                         00075800
075900     PERFORM VARYING WS-SU-IDX FROM 1 BY 1                        00075900
076000       UNTIL WS-SU-IDX > WS-STORE-UNMAP-CNT                       00076000
076100          OR WS-SU-IDX > 16                                       00076100
076200       MOVE WS-SU-TYP-CD   (WS-SU-IDX) TO WS-UNMAP-TYP            00076200
076300       MOVE WS-SU-THEIR-CD (WS-SU-IDX) TO WS-UNMAP-CD             00076300
076400       IF WS-UNMAP-CD = SPACES                                    00076400
076500         MOVE '(BLANK)' TO WS-UNMAP-CD                            00076500
076600       END-IF                                                     00076600
076700       WRITE RPT-LINE FROM WS-UNMAP-LINE                          00076700
076800     END-PERFORM                                                  00076800
076900     .                                                            00076900
077000                                                                  00077000
077100*================================================================ 00077100
077200* The distinct unmapped codes across the file - the crosswalk     00077200
077300* owner's work list before the next reload.                       00077300
077400*================================================================ 00077400
077500 700-PRINT-UNMAPPED-SUMMARY.                                      00077500
077600     IF WS-UM-CNT > 0                                             00077600
077700       MOVE SPACES TO RPT-LINE                                    00077700
077800       WRITE RPT-LINE                                             00077800
077900       WRITE RPT-LINE FROM WS-SUMM-HDG                            00077900
078000       PERFORM VARYING WS-UM-IDX FROM 1 BY 1                      00078000
078100         UNTIL WS-UM-IDX > WS-UM-CNT                              00078100
078200         MOVE WS-UM-TYP-CD    (WS-UM-IDX) TO WS-SUMM-TYP          00078200
078300         MOVE WS-UM-THEIR-CD  (WS-UM-IDX) TO WS-SUMM-CD           00078300
078400         MOVE WS-UM-STORE-CNT (WS-UM-IDX) TO WS-SUMM-STORES       00078400
078500         WRITE RPT-LINE FROM WS-SUMM-LINE                         00078500
078600       END-PERFORM                                                00078600
078700       IF UM-TABLE-OVERFLOW                                       00078700
078800         MOVE '  ... MORE CODES UNMAPPED THAN THIS LIST HOLDS'    00078800
078900           TO RPT-LINE                                            00078900
079000         WRITE RPT-LINE                                           00079000
079100       END-IF                                                     00079100
079200     END-IF                                                       00079200
079300     .                                                            00079300
079400                                                                  00079400
079500 800-REPORT-SQL-ERROR.                                            00079500
079600     SET  FAILURE TO TRUE                                         00079600
079700     SET  CALL-ERROR-DETECTED TO TRUE                             00079700
079800     MOVE SQLCODE TO WS-SQLCODE                                   00079800
079900     MOVE SPACES  TO WS-DTL-REASON                                00079900
080000     STRING 'SQL ERROR ON FC_XXXAIL_ACQ_STAGE/XWALK, SQLCODE = '  00080000
080100            WS-SQLCODE                                            00080100
080200       DELIMITED BY SIZE INTO WS-DTL-REASON                       00080200
080300     MOVE 0 TO SQLCODE                                            00080300
080400     .                                                            00080400
080500                                                                  00080500
080600*================================================================ 00080600
080700* Termination...                                                  00080700
080800*================================================================ 00080800
080900 900-TERMINATE.                                                   00080900
081000     MOVE SPACES TO RPT-LINE                                      00081000
081100     WRITE RPT-LINE                                               00081100
081200     MOVE 'STORES STAGED CLEAN   -  ' TO WS-CNT-TXT               00081200
081300     MOVE WS-CLEAN-COUNT              TO WS-CNT-NBR               00081300
081400     WRITE RPT-LINE FROM WS-CNT-LINE                              00081400
081500     MOVE 'STORES WITH UNMAPPED  -  ' TO WS-CNT-TXT               00081500
081600     MOVE WS-UNMAPPED-COUNT           TO WS-CNT-NBR               00081600
081700     WRITE RPT-LINE FROM WS-CNT-LINE                              00081700
081800     MOVE 'STAGED ROWS REPLACED  -  ' TO WS-CNT-TXT               00081800
081900     MOVE WS-REPLACED-COUNT           TO WS-CNT-NBR               00081900
082000     WRITE RPT-LINE FROM WS-CNT-LINE                              00082000
082100     MOVE 'RECORDS REJECTED      -  ' TO WS-CNT-TXT               00082100
082200     MOVE WS-REJECTED-COUNT           TO WS-CNT-NBR               00082200
082300     WRITE RPT-LINE FROM WS-CNT-LINE                              00082300
082400     MOVE 'DISTINCT CODES UNMAPPED- ' TO WS-CNT-TXT               00082400
082500     MOVE WS-UM-CNT                   TO WS-CNT-NBR               00082500
082600     WRITE RPT-LINE FROM WS-CNT-LINE                              00082600
082700     IF WS-REJECTED-COUNT > 0 OR WS-UNMAPPED-COUNT > 0            00082700
082800       MOVE 4 TO RETURN-CODE                                      00082800
082900     END-IF                                                       00082900
083000     IF CALL-ERROR-DETECTED                                       00083000
083100       MOVE 16 TO RETURN-CODE                                     00083100
083200     END-IF                                                       00083200
083300     CLOSE PARM-IN ACQ-IN LOAD-RPT                                00083300
083400     .                                                            00083400
