000700* tables carried on MMMC0304 - called by the maintenance screens  00000700
000800* before they let a delete go through, to make sure no dependent  00000800
000900* child row is left pointing at the row about to disappear.       00000900
000910* Insert and update calls ask the reverse question: the key on    00000910
000920* MMMC0304-DATA names a parent row in the coded table, and the    00000920
000930* row being written may only go in if that parent is on file.     00000930
001000*-----------------------------------------------------------------00001000
001200 ENVIRONMENT DIVISION.                                            00001200
001300 DATA DIVISION.                                                   00001300
002800 01 WS-BRKT-UNT-TYP             PIC X(1)  VALUE SPACES.           00002800
002810 01 WS-STR-DEPT-NBR             PIC X(5)  VALUE SPACES.           00002810
002820 01 WS-STR-SUB-DEPT-ID          PIC X(5)  VALUE SPACES.           00002820
002828 01 WS-FC-FAC-NO                PIC S9(5)V USAGE COMP-3 VALUE 0.  00002828
002836 01 WS-FC-TYP-CD                PIC X(2)  VALUE SPACES.           00002836
002844 01 WS-FC-STORE-NO              PIC S9(5)V USAGE COMP-3 VALUE 0.  00002844
002852 01 WS-PMM-VENDOR-NUMBER        PIC X(8)  VALUE SPACES.           00002852
002860 01 WS-RETL-LOC-SEGM-CD         PIC X(5)  VALUE SPACES.           00002860
002868 01 WS-FAC-ID                   PIC S9(2)V USAGE COMP-3 VALUE 0.  00002868
002876 01 WS-OMI-VEND-NBR             PIC S9(9) USAGE COMP VALUE 0.     00002876
002884 01 WS-PARENT-TBL               PIC X(20) VALUE SPACES.           00002884
002892 01 WS-PARENT-KEY               PIC X(40) VALUE SPACES.           00002892
002900                                                                  00002900
003000* ================================================================00003000
003100* Misc copy books.                                                00003100
005300*=================================================================00005300
005400 000-MAIN-LINE.                                                   00005400
005500     PERFORM 010-INITIALIZE                                       00005500
005510     IF MMMC0304-INSERT-CHECK OR MMMC0304-UPDATE-CHECK            00005510
005520       PERFORM 600-CHK-PARENT-EXISTS                              00005520
005530     ELSE                                                         00005530
005540       EVALUATE TRUE                                              00005540
005700         WHEN MMMC0304-AP-LOCATION                                00005700
005800           PERFORM 100-CHK-AP-LOCATION                            00005800
005900         WHEN MMMC0304-AP-TYPE                                    00005900
006000           PERFORM 200-CHK-AP-TYPE                                00006000
006100         WHEN MMMC0304-BKHAUL-LOC                                 00006100
006200           PERFORM 300-CHK-BKHAUL-LOC                             00006200
006300         WHEN MMMC0304-BRACKET-UNIT-CODE                          00006300
006400           PERFORM 400-CHK-BRACKET-UNIT-CODE                      00006400
006500         WHEN MMMC0304-FC-FACILITY                                00006500
006510           CONTINUE                                               00006510
006600         WHEN MMMC0304-FC-RETAIL-DEPTS                            00006600
006610           PERFORM 500-CHK-FC-RETAIL-DEPTS                        00006610
006700         WHEN MMMC0304-FC-TYPE-CODE                               00006700
006800         WHEN MMMC0304-FC-WHSE-FACILITY                           00006800
006900         WHEN MMMC0304-FC-RETAIL-STORES                           00006900
007000         WHEN MMMC0304-LOCATION                                   00007000
007100         WHEN MMMC0304-LOCATION-TYPE                              00007100
007200         WHEN MMMC0304-PMM-VENDOR                                 00007200
007300         WHEN MMMC0304-RETAIL-LOC                                 00007300
007400         WHEN MMMC0304-RETL-LOC-SEGM                              00007400
007500         WHEN MMMC0304-STR-DEPT                                   00007500
007600         WHEN MMMC0304-VEND-SOURCING                              00007600
007700         WHEN MMMC0304-VENDOR-LOCATION                            00007700
007800           CONTINUE                                               00007800
007900         WHEN OTHER                                               00007900
008000           SET FAILURE   TO TRUE                                  00008000
008100           MOVE SPACES  TO IS-RTRN-MSG-TXT                        00008100
008200           STRING 'MMMS0304 - invalid table passed '              00008200
008300                  DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT          00008300
008400       END-EVALUATE                                               00008400
008410     END-IF                                                       00008410
008500     IF MMMC0304-ORACLE                                           00008500
008600       MOVE XXXN001A   TO  WS-XXXN001A                            00008600
008700       MOVE SQLCA      TO  WS-SQLCA                               00008700
010300                                                                  00010300
010400     IF MMMC0304-ORACLE                                           00010400
010500       IF MMMC0304-DELETE-CHECK                                   00010500
010600       OR MMMC0304-UPDATE-CHECK                                   00010600
010700       OR MMMC0304-INSERT-CHECK                                   00010700
010800         PERFORM 015-CONNECT-TO-DB2                               00010800
010900       ELSE                                                       00010900
011000         SET FAILURE TO TRUE                                      00011000
011100         MOVE SPACES  TO IS-RTRN-MSG-TXT                          00011100
011200         STRING 'MMMS0304 - invalid function passed '             00011200
011300                'function should be delete, update or insert'     00011300
011400                DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT            00011400
011410       END-IF                                                     00011410
011420     END-IF                                                       00011420
011500                                                                  00011500
011600     MOVE SPACES   TO MMMC0304-STATUS                             00011600
011700     .                                                            00011700
094100         SET MMMC0304-NO-CHILD   TO TRUE                          00094100
094200     END-EVALUATE                                                 00094200
094300     .                                                            00094300
094400                                                                  00094400
094500*=================================================================00094500
094600* Parent checks - insert and update. The caller loads the parent  00094600
094700* key into the MMMC0304-DATA layout of the coded table; the row   00094700
094800* must be on file or the write is refused. Every check is a       00094800
094900* one-row probe, the answer comes back through 690.               00094900
095000*=================================================================00095000
095100 600-CHK-PARENT-EXISTS.                                           00095100
095200     IF SUCCESS                                                   00095200
095300       EVALUATE TRUE                                              00095300
095400         WHEN MMMC0304-AP-LOCATION                                00095400
095500           PERFORM 601-CHK-PARENT-AP-LOCATION                     00095500
095600         WHEN MMMC0304-AP-TYPE                                    00095600
095700           PERFORM 602-CHK-PARENT-AP-TYPE                         00095700
095800         WHEN MMMC0304-BKHAUL-LOC                                 00095800
095900           PERFORM 603-CHK-PARENT-BKHAUL-LOC                      00095900
096000         WHEN MMMC0304-BRACKET-UNIT-CODE                          00096000
096100           PERFORM 604-CHK-PARENT-BRKT-UNIT                       00096100
096200         WHEN MMMC0304-FC-FACILITY                                00096200
096300           PERFORM 605-CHK-PARENT-FC-FACILITY                     00096300
096400         WHEN MMMC0304-FC-RETAIL-DEPTS                            00096400
096500           PERFORM 606-CHK-PARENT-FC-RETL-DEPT                    00096500
096600         WHEN MMMC0304-FC-TYPE-CODE                               00096600
096700           PERFORM 607-CHK-PARENT-FC-TYPE-CODE                    00096700
096800         WHEN MMMC0304-FC-WHSE-FACILITY                           00096800
096900           PERFORM 608-CHK-PARENT-FC-WHSE-FAC                     00096900
097000         WHEN MMMC0304-FC-RETAIL-STORES                           00097000
097100           PERFORM 609-CHK-PARENT-FC-RETL-STORE                   00097100
097200         WHEN MMMC0304-LOCATION                                   00097200
097300           PERFORM 610-CHK-PARENT-LOCATION                        00097300
097400         WHEN MMMC0304-LOCATION-TYPE                              00097400
097500           PERFORM 611-CHK-PARENT-LOCATION-TYPE                   00097500
097600         WHEN MMMC0304-PMM-VENDOR                                 00097600
097700           PERFORM 612-CHK-PARENT-PMM-VENDOR                      00097700
097800         WHEN MMMC0304-RETAIL-LOC                                 00097800
097900           PERFORM 613-CHK-PARENT-RETAIL-LOC                      00097900
098000         WHEN MMMC0304-RETL-LOC-SEGM                              00098000
098100           PERFORM 614-CHK-PARENT-RETL-LOC-SEGM                   00098100
098200         WHEN MMMC0304-STR-DEPT                                   00098200
098300           PERFORM 615-CHK-PARENT-STR-DEPT                        00098300
098400         WHEN MMMC0304-VEND-SOURCING                              00098400
098500           PERFORM 616-CHK-PARENT-VEND-SOURCING                   00098500
098600         WHEN MMMC0304-VENDOR-LOCATION                            00098600
098700           PERFORM 617-CHK-PARENT-VENDOR-LOC                      00098700
098800         WHEN OTHER                                               00098800
098900           SET FAILURE   TO TRUE                                  00098900
099000           MOVE SPACES  TO IS-RTRN-MSG-TXT                        00099000
099100           STRING 'MMMS0304 - invalid table passed '              00099100
099200                  DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT          00099200
099300       END-EVALUATE                                               00099300
099400     END-IF                                                       00099400
099500     .                                                            00099500
099600                                                                  00099600
099700* An AP number belongs to the vendor location that owns it - the  00099700
099800* same parent the MMMB9401 sweep looks for.                       00099800
099900 601-CHK-PARENT-AP-LOCATION.                                      00099900
100000     MOVE MMMC0304-AP-TYP-CD  TO WS-AP-TYP-CD                     00100000
100100     MOVE MMMC0304-AP-NBR     TO WS-AP-NBR                        00100100
100200     MOVE 'XXXATION'          TO WS-PARENT-TBL                    00100200
100300     MOVE 'AP_TYP_CD/AP_NBR'  TO WS-PARENT-KEY                    00100300
100400                                                                  00100400
100500     EXEC SQL                                                     00100500
100600        SELECT 1                                                  00100600
100700         INTO :WS-CNT                                             00100700
100800        FROM XXXATION                                             00100800
100900        WHERE LOC_TYP_CD = 'V '                                   00100900
101000          AND AP_TYP_CD  = :WS-AP-TYP-CD                          00101000
101100          AND AP_NBR     = :WS-AP-NBR                             00101100
101200        FETCH FIRST 1 ROWS ONLY                                   00101200
101300     END-EXEC                                                     00101300
101400                                                                  00101400
101500     PERFORM 690-SET-PARENT-STATUS                                00101500
101600     .                                                            00101600
101700                                                                  00101700
101800 602-CHK-PARENT-AP-TYPE.                                          00101800
101900     MOVE MMMC0304-AP-TYP-CD  TO WS-AP-TYP-CD                     00101900
102000     MOVE 'AP_XXX_TYP'        TO WS-PARENT-TBL                    00102000
102100     MOVE 'AP_TYP_CD'         TO WS-PARENT-KEY                    00102100
102200                                                                  00102200
102300     EXEC SQL                                                     00102300
102400        SELECT 1                                                  00102400
102500         INTO :WS-CNT                                             00102500
102600        FROM AP_XXX_TYP                                           00102600
102700        WHERE AP_TYP_CD = :WS-AP-TYP-CD                           00102700
102800        FETCH FIRST 1 ROWS ONLY                                   00102800
102900     END-EXEC                                                     00102900
103000                                                                  00103000
103100     PERFORM 690-SET-PARENT-STATUS                                00103100
103200     .                                                            00103200
103300                                                                  00103300
103400 603-CHK-PARENT-BKHAUL-LOC.                                       00103400
103500     MOVE MMMC0304-LOC-TYP-CD TO WS-LOC-TYP-CD                    00103500
103600     MOVE MMMC0304-LOC-NBR    TO WS-LOC-NBR                       00103600
103700     MOVE 'XXXATION'          TO WS-PARENT-TBL                    00103700
103800     MOVE 'LOC_TYP_CD/LOC_NBR' TO WS-PARENT-KEY                   00103800
103900     PERFORM 680-SELECT-XXXATION                                  00103900
104000     .                                                            00104000
104100                                                                  00104100
104200 604-CHK-PARENT-BRKT-UNIT.                                        00104200
104300     MOVE MMMC0304-BRKT-UNT-TYP TO WS-BRKT-UNT-TYP                00104300
104400     MOVE 'BRKT_UNT_TYP'      TO WS-PARENT-TBL                    00104400
104500     MOVE 'BRKT_UNT_TYP_CD'   TO WS-PARENT-KEY                    00104500
104600                                                                  00104600
104700     EXEC SQL                                                     00104700
104800        SELECT 1                                                  00104800
104900         INTO :WS-CNT                                             00104900
105000        FROM BRKT_UNT_TYP                                         00105000
105100        WHERE BRKT_UNT_TYP_CD = :WS-BRKT-UNT-TYP                  00105100
105200        FETCH FIRST 1 ROWS ONLY                                   00105200
105300     END-EXEC                                                     00105300
105400                                                                  00105400
105500     PERFORM 690-SET-PARENT-STATUS                                00105500
105600     .                                                            00105600
105700                                                                  00105700
105800 605-CHK-PARENT-FC-FACILITY.                                      00105800
105900     MOVE MMMC0304-FC-FAC-NO  TO WS-FC-FAC-NO                     00105900
106000     MOVE 'FC_FACILITY'       TO WS-PARENT-TBL                    00106000
106100     MOVE 'FC_FAC_NO'         TO WS-PARENT-KEY                    00106100
106200                                                                  00106200
106300     EXEC SQL                                                     00106300
106400        SELECT 1                                                  00106400
106500         INTO :WS-CNT                                             00106500
106600        FROM FC_FACILITY                                          00106600
106700        WHERE FC_FAC_NO = :WS-FC-FAC-NO                           00106700
106800        FETCH FIRST 1 ROWS ONLY                                   00106800
106900     END-EXEC                                                     00106900
107000                                                                  00107000
107100     PERFORM 690-SET-PARENT-STATUS                                00107100
107200     .                                                            00107200
107300                                                                  00107300
107400* Same department/sub-department keying as the 505 delete check.  00107400
107500 606-CHK-PARENT-FC-RETL-DEPT.                                     00107500
107600     MOVE MMMC0304-STR-DEPT-NBR    TO WS-STR-DEPT-NBR             00107600
107700     MOVE MMMC0304-STR-SUB-DEPT-ID TO WS-STR-SUB-DEPT-ID          00107700
107800     MOVE 'FC_RETAIL_DEPTS'   TO WS-PARENT-TBL                    00107800
107900     MOVE 'FC_DEPT_NO/FC_SUB_DEPT_ID' TO WS-PARENT-KEY            00107900
108000                                                                  00108000
108100     EXEC SQL                                                     00108100
108200        SELECT 1                                                  00108200
108300         INTO :WS-CNT                                             00108300
108400        FROM FC_RETAIL_DEPTS                                      00108400
108500        WHERE FC_DEPT_NO     = :WS-STR-DEPT-NBR                   00108500
108600          AND FC_SUB_DEPT_ID = :WS-STR-SUB-DEPT-ID                00108600
108700        FETCH FIRST 1 ROWS ONLY                                   00108700
108800     END-EXEC                                                     00108800
108900                                                                  00108900
109000     PERFORM 690-SET-PARENT-STATUS                                00109000
109100     .                                                            00109100
109200                                                                  00109200
109300 607-CHK-PARENT-FC-TYPE-CODE.                                     00109300
109400     MOVE MMMC0304-FC-TYP-CD  TO WS-FC-TYP-CD                     00109400
109500     MOVE 'FC_TYPE_CODE'      TO WS-PARENT-TBL                    00109500
109600     MOVE 'FC_TYP_CD'         TO WS-PARENT-KEY                    00109600
109700                                                                  00109700
109800     EXEC SQL                                                     00109800
109900        SELECT 1                                                  00109900
110000         INTO :WS-CNT                                             00110000
110100        FROM FC_TYPE_CODE                                         00110100
110200        WHERE FC_TYP_CD = :WS-FC-TYP-CD                           00110200
110300        FETCH FIRST 1 ROWS ONLY                                   00110300
110400     END-EXEC                                                     00110400
110500                                                                  00110500
110600     PERFORM 690-SET-PARENT-STATUS                                00110600
110700     .                                                            00110700
110800                                                                  00110800
110900 608-CHK-PARENT-FC-WHSE-FAC.                                      00110900
111000     MOVE MMMC0304-FC-FAC-NO  TO WS-FC-FAC-NO                     00111000
111100     MOVE 'FC_WHSE_FACILITY'  TO WS-PARENT-TBL                    00111100
111200     MOVE 'FC_FAC_NO'         TO WS-PARENT-KEY                    00111200
111300                                                                  00111300
111400     EXEC SQL                                                     00111400
111500        SELECT 1                                                  00111500
111600         INTO :WS-CNT                                             00111600
111700        FROM FC_WHSE_FACILITY                                     00111700
111800        WHERE FC_FAC_NO = :WS-FC-FAC-NO                           00111800
111900        FETCH FIRST 1 ROWS ONLY                                   00111900
112000     END-EXEC                                                     00112000
112100                                                                  00112100
112200     PERFORM 690-SET-PARENT-STATUS                                00112200
112300     .                                                            00112300
112400                                                                  00112400
112500 609-CHK-PARENT-FC-RETL-STORE.                                    00112500
112600     MOVE MMMC0304-FC-STORE-NO TO WS-FC-STORE-NO                  00112600
112700     MOVE 'FC_XXXAIL_STORES'  TO WS-PARENT-TBL                    00112700
112800     MOVE 'FC_STORE_NO'       TO WS-PARENT-KEY                    00112800
112900                                                                  00112900
113000     EXEC SQL                                                     00113000
113100        SELECT 1                                                  00113100
113200         INTO :WS-CNT                                             00113200
113300        FROM FC_XXXAIL_STORES                                     00113300
113400        WHERE FC_STORE_NO = :WS-FC-STORE-NO                       00113400
113500        FETCH FIRST 1 ROWS ONLY                                   00113500
113600     END-EXEC                                                     00113600
113700                                                                  00113700
113800     PERFORM 690-SET-PARENT-STATUS                                00113800
113900     .                                                            00113900
114000                                                                  00114000
114100 610-CHK-PARENT-LOCATION.                                         00114100
114200     MOVE MMMC0304-LOC-TYP-CD TO WS-LOC-TYP-CD                    00114200
114300     MOVE MMMC0304-LOC-NBR    TO WS-LOC-NBR                       00114300
114400     MOVE 'XXXATION'          TO WS-PARENT-TBL                    00114400
114500     MOVE 'LOC_TYP_CD/LOC_NBR' TO WS-PARENT-KEY                   00114500
114600     PERFORM 680-SELECT-XXXATION                                  00114600
114700     .                                                            00114700
114800                                                                  00114800
114900 611-CHK-PARENT-LOCATION-TYPE.                                    00114900
115000     MOVE MMMC0304-LOC-TYP-CD TO WS-LOC-TYP-CD                    00115000
115100     MOVE 'XXXATION_TYP'      TO WS-PARENT-TBL                    00115100
115200     MOVE 'LOC_TYP_CD'        TO WS-PARENT-KEY                    00115200
115300                                                                  00115300
115400     EXEC SQL                                                     00115400
115500        SELECT 1                                                  00115500
115600         INTO :WS-CNT                                             00115600
115700        FROM XXXATION_TYP                                         00115700
115800        WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                         00115800
115900        FETCH FIRST 1 ROWS ONLY                                   00115900
116000     END-EXEC                                                     00116000
116100                                                                  00116100
116200     PERFORM 690-SET-PARENT-STATUS                                00116200
116300     .                                                            00116300
116400                                                                  00116400
116500 612-CHK-PARENT-PMM-VENDOR.                                       00116500
116600     MOVE MMMC0304-PMM-VENDOR-NUMBER TO WS-PMM-VENDOR-NUMBER      00116600
116700     MOVE 'PMM_VENDOR'        TO WS-PARENT-TBL                    00116700
116800     MOVE 'PMM_VENDOR_NUMBER' TO WS-PARENT-KEY                    00116800
116900                                                                  00116900
117000     EXEC SQL                                                     00117000
117100        SELECT 1                                                  00117100
117200         INTO :WS-CNT                                             00117200
117300        FROM PMM_VENDOR                                           00117300
117400        WHERE PMM_VENDOR_NUMBER = :WS-PMM-VENDOR-NUMBER           00117400
117500        FETCH FIRST 1 ROWS ONLY                                   00117500
117600     END-EXEC                                                     00117600
117700                                                                  00117700
117800     PERFORM 690-SET-PARENT-STATUS                                00117800
117900     .                                                            00117900
118000                                                                  00118000
118100 613-CHK-PARENT-RETAIL-LOC.                                       00118100
118200     MOVE MMMC0304-LOC-TYP-CD TO WS-LOC-TYP-CD                    00118200
118300     MOVE MMMC0304-LOC-NBR    TO WS-LOC-NBR                       00118300
118400     MOVE 'XXXAIL_LOC'        TO WS-PARENT-TBL                    00118400
118500     MOVE 'LOC_TYP_CD/LOC_NBR' TO WS-PARENT-KEY                   00118500
118600                                                                  00118600
118700     EXEC SQL                                                     00118700
118800        SELECT 1                                                  00118800
118900         INTO :WS-CNT                                             00118900
119000        FROM XXXAIL_LOC                                           00119000
119100        WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                         00119100
119200          AND LOC_NBR    = :WS-LOC-NBR                            00119200
119300        FETCH FIRST 1 ROWS ONLY                                   00119300
119400     END-EXEC                                                     00119400
119500                                                                  00119500
119600     PERFORM 690-SET-PARENT-STATUS                                00119600
119700     .                                                            00119700
119800                                                                  00119800
119900 614-CHK-PARENT-RETL-LOC-SEGM.                                    00119900
120000     MOVE MMMC0304-RETL-LOC-SEGM-CD TO WS-RETL-LOC-SEGM-CD        00120000
120100     MOVE 'RETL_LOC_SEGM'     TO WS-PARENT-TBL                    00120100
120200     MOVE 'RETL_LOC_SEGM_CD'  TO WS-PARENT-KEY                    00120200
120300                                                                  00120300
120400     EXEC SQL                                                     00120400
120500        SELECT 1                                                  00120500
120600         INTO :WS-CNT                                             00120600
120700        FROM RETL_LOC_SEGM                                        00120700
120800        WHERE RETL_LOC_SEGM_CD = :WS-RETL-LOC-SEGM-CD             00120800
120900        FETCH FIRST 1 ROWS ONLY                                   00120900
121000     END-EXEC                                                     00121000
121100                                                                  00121100
121200     PERFORM 690-SET-PARENT-STATUS                                00121200
121300     .                                                            00121300
121400                                                                  00121400
121500 615-CHK-PARENT-STR-DEPT.                                         00121500
121600     MOVE MMMC0304-STR-DEPT-NBR    TO WS-STR-DEPT-NBR             00121600
121700     MOVE MMMC0304-STR-SUB-DEPT-ID TO WS-STR-SUB-DEPT-ID          00121700
121800     MOVE 'XXX_DEPT'          TO WS-PARENT-TBL                    00121800
121900     MOVE 'XXX_DEPT_NBR/STR_SUB_DEPT_ID' TO WS-PARENT-KEY         00121900
122000                                                                  00122000
122100     EXEC SQL                                                     00122100
122200        SELECT 1                                                  00122200
122300         INTO :WS-CNT                                             00122300
122400        FROM XXX_DEPT                                             00122400
122500        WHERE XXX_DEPT_NBR    = :WS-STR-DEPT-NBR                  00122500
122600          AND STR_SUB_DEPT_ID = :WS-STR-SUB-DEPT-ID               00122600
122700        FETCH FIRST 1 ROWS ONLY                                   00122700
122800     END-EXEC                                                     00122800
122900                                                                  00122900
123000     PERFORM 690-SET-PARENT-STATUS                                00123000
123100     .                                                            00123100
123200                                                                  00123200
123300 616-CHK-PARENT-VEND-SOURCING.                                    00123300
123400     MOVE MMMC0304-FAC-ID       TO WS-FAC-ID                      00123400
123500     MOVE MMMC0304-OMI-VEND-NBR TO WS-OMI-VEND-NBR                00123500
123600     MOVE 'VEND_SOURCING'     TO WS-PARENT-TBL                    00123600
123700     MOVE 'FAC_ID/OMI_VEND_NBR' TO WS-PARENT-KEY                  00123700
123800                                                                  00123800
123900     EXEC SQL                                                     00123900
124000        SELECT 1                                                  00124000
124100         INTO :WS-CNT                                             00124100
124200        FROM VEND_SOURCING                                        00124200
124300        WHERE FAC_ID       = :WS-FAC-ID                           00124300
124400          AND OMI_VEND_NBR = :WS-OMI-VEND-NBR                     00124400
124500        FETCH FIRST 1 ROWS ONLY                                   00124500
124600     END-EXEC                                                     00124600
124700                                                                  00124700
124800     PERFORM 690-SET-PARENT-STATUS                                00124800
124900     .                                                            00124900
125000                                                                  00125000
125100 617-CHK-PARENT-VENDOR-LOC.                                       00125100
125200     MOVE MMMC0304-LOC-TYP-CD TO WS-LOC-TYP-CD                    00125200
125300     MOVE MMMC0304-LOC-NBR    TO WS-LOC-NBR                       00125300
125400     MOVE 'XXXATION'          TO WS-PARENT-TBL                    00125400
125500     MOVE 'LOC_TYP_CD/LOC_NBR' TO WS-PARENT-KEY                   00125500
125600     PERFORM 680-SELECT-XXXATION                                  00125600
125700     .                                                            00125700
125800                                                                  00125800
125900 680-SELECT-XXXATION.                                             00125900
126000     EXEC SQL                                                     00126000
126100        SELECT 1                                                  00126100
126200         INTO :WS-CNT                                             00126200
126300        FROM XXXATION                                             00126300
126400        WHERE LOC_TYP_CD = :WS-LOC-TYP-CD                         00126400
126500          AND LOC_NBR    = :WS-LOC-NBR                            00126500
126600        FETCH FIRST 1 ROWS ONLY                                   00126600
126700     END-EXEC                                                     00126700
126800                                                                  00126800
126900     PERFORM 690-SET-PARENT-STATUS                                00126900
127000     .                                                            00127000
127100                                                                  00127100
127200 690-SET-PARENT-STATUS.                                           00127200
127300     EVALUATE TRUE                                                00127300
127400       WHEN SQLCODE = 0                                           00127400
127500         SET MMMC0304-PARENT     TO TRUE                          00127500
127600       WHEN SQLCODE = 100                                         00127600
127700         SET MMMC0304-NO-PARENT  TO TRUE                          00127700
127800         SET FAILURE             TO TRUE                          00127800
127900         MOVE SPACE              TO IS-RTRN-MSG-TXT               00127900
128000         STRING 'MMMS0304 - '    DELIMITED BY SIZE                00128000
128100                WS-PARENT-KEY    DELIMITED BY SPACE               00128100
128200                ' should be in ' DELIMITED BY SIZE                00128200
128300                WS-PARENT-TBL    DELIMITED BY SPACE               00128300
128400                ', insert/update not allowed'                     00128400
128500                                 DELIMITED BY SIZE                00128500
128600           INTO IS-RTRN-MSG-TXT                                   00128600
128700       WHEN OTHER                                                 00128700
128800         SET FAILURE             TO TRUE                          00128800
128900         MOVE SQLCODE            TO WS-SQLCODE                    00128900
129000         MOVE SPACE              TO IS-RTRN-MSG-TXT               00129000
129100         STRING 'MMMS0304 - SQL error on table ' DELIMITED BY SIZE00129100
129200                WS-PARENT-TBL    DELIMITED BY SPACE               00129200
129300                ', Sqlcode = '   DELIMITED BY SIZE                00129300
129400                WS-SQLCODE       DELIMITED BY SIZE                00129400
129500           INTO IS-RTRN-MSG-TXT                                   00129500
129600     END-EVALUATE                                                 00129600
129700     .                                                            00129700
