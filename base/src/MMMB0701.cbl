001600* items from the last thirty days of FC_XXXAIL_EXCP_DTL.          00001600
001700* Sequenced by days-to-close, so Store Operations works           00001700
001800* closings from a generated schedule instead of a spreadsheet.    00001800
001820* Under each store come the licenses to surrender at the close -  00001820
001840* its active FC_XXXAIL_STORE_LIC rows whose license type is       00001840
001860* surrender-on-close on FC_XXXAIL_LIC_TYPE.                       00001860
001900* Batch job - run standalone, schedule weekly.                    00001900
002000*---------------------------------------------------------------- 00002000
002100 ENVIRONMENT DIVISION.                                            00002100
003600 01 NNNS0487-LO-DAO                   PIC X(8) VALUE 'NNNS0487'.  00003600
003700 01 MMMS0159-REPLEN-CALC              PIC X(8) VALUE 'MMMS0159'.  00003700
003800 01 WS-CLOSING-COUNT                  PIC 9(5) VALUE 0.           00003800
003850 01 WS-SURR-COUNT                     PIC 9(5) VALUE 0.           00003850
003900 01 WS-SQL-ERROR-SW                   PIC X    VALUE 'N'.         00003900
004000    88 SQL-ERROR-DETECTED                      VALUE 'Y'.         00004000
004100    88 SQL-NO-ERROR                            VALUE 'N'.         00004100
009500    05 FILLER                       PIC X(3) VALUE SPACES.        00009500
009600    05 WS-DTL-EXCP                  PIC ZZZ,ZZ9.                  00009600
009700                                                                  00009700
009712 01 WS-SURR-LINE.                                                 00009712
009718    05 FILLER                       PIC X(12) VALUE SPACES.       00009718
009724    05 FILLER                       PIC X(10) VALUE 'SURRENDER'.  00009724
009730    05 WS-SURR-LIC-TYP-CD           PIC X(4).                     00009730
009736    05 FILLER                       PIC X(2) VALUE SPACES.        00009736
009742    05 WS-SURR-LIC-TYP-DES          PIC X(20).                    00009742
009748    05 FILLER                       PIC X(2) VALUE SPACES.        00009748
009754    05 WS-SURR-LIC-NBR              PIC X(15).                    00009754
009760    05 FILLER                       PIC X(2) VALUE SPACES.        00009760
009766    05 WS-SURR-AUTH-NM              PIC X(24).                    00009766
009772    05 FILLER                       PIC X(2) VALUE SPACES.        00009772
009778    05 FILLER                       PIC X(8) VALUE 'EXPIRES'.     00009778
009784    05 WS-SURR-EXPIR-DT             PIC X(10).                    00009784
009800 01 WS-SUMMARY-LINE.                                              00009800
009900    05 FILLER PIC X(24) VALUE 'STORES WITH CLOSINGS - '.          00009900
010000    05 WS-SUM-CLOSINGS              PIC ZZ,ZZ9.                   00010000
010100                                                                  00010100
010140 01 WS-SUMMARY-LINE2.                                             00010140
010160    05 FILLER PIC X(24) VALUE 'LICENSES TO SURRENDER - '.         00010160
010180    05 WS-SUM-SURRENDERS            PIC ZZ,ZZ9.                   00010180
010200* ----------------------------------------------------------------00010200
010300* DB2 stuff...                                                    00010300
010400* ----------------------------------------------------------------00010400
011600        WHERE FC_RL_CLOSING_DT > CURRENT DATE                     00011600
011700        ORDER BY FC_RL_CLOSING_DT, FC_STORE_NO                    00011700
011800     END-EXEC                                                     00011800
011804                                                                  00011804
011808     EXEC SQL                                                     00011808
011812       INCLUDE DDDTSL01                                           00011812
011816     END-EXEC                                                     00011816
011820                                                                  00011820
011824     EXEC SQL                                                     00011824
011828       INCLUDE DDDTLT01                                           00011828
011832     END-EXEC                                                     00011832
011836                                                                  00011836
011840* The closing store's licenses it gives up at the close...        00011840
011844     EXEC SQL                                                     00011844
011848       DECLARE SURR-CSR CURSOR FOR                                00011848
011852       SELECT S.SL_LIC_TYP_CD, T.LT_LIC_TYP_DES,                  00011852
011856              S.SL_LIC_NBR, S.SL_ISSUE_AUTH_NM,                   00011856
011860              CHAR(S.SL_EXPIR_DT, ISO)                            00011860
011864         FROM FC_XXXAIL_STORE_LIC S,                              00011864
011868              FC_XXXAIL_LIC_TYPE  T                               00011868
011872        WHERE S.SL_LOC_NBR         = :WS-CAND-STORE-NO            00011872
011876          AND S.SL_LOC_TYP_CD      = 'S '                         00011876
011880          AND S.SL_STAT_CD         = 'A'                          00011880
011884          AND T.LT_LIC_TYP_CD      = S.SL_LIC_TYP_CD              00011884
011888          AND T.LT_SURR_ON_CLS_IND = 'Y'                          00011888
011892        ORDER BY S.SL_LIC_TYP_CD                                  00011892
011896     END-EXEC                                                     00011896
011900                                                                  00011900
012000 PROCEDURE DIVISION.                                              00012000
012100***************************************************************** 00012100
019400     END-IF                                                       00019400
019500     PERFORM 600-COUNT-OPEN-EXCEPTIONS                            00019500
019600     PERFORM 700-WRITE-THE-LINE                                   00019600
019650     PERFORM 750-LIST-THE-SURRENDERS                              00019650
019700     .                                                            00019700
019800                                                                  00019800
019900 400-READ-THE-LOCATION.                                           00019900
030700     MOVE WS-EXCP-CNT      TO WS-DTL-EXCP                         00030700
030800     WRITE RPT-LINE FROM WS-DTL-LINE                              00030800
030900     .                                                            00030900
030901                                                                  00030901
030902*================================================================ 00030902
030903* The licenses the closing store surrenders, one line each        00030903
030904* under its countdown line...                                     00030904
030905*================================================================ 00030905
030906 750-LIST-THE-SURRENDERS.                                         00030906
030907     EXEC SQL                                                     00030907
030908       OPEN SURR-CSR                                              00030908
030909     END-EXEC                                                     00030909
030910     IF SQLCODE NOT = 0                                           00030910
030911       SET SQL-ERROR-DETECTED TO TRUE                             00030911
030912       DISPLAY 'MMMB0701 - ERROR OPENING SURR-CSR, SQLCODE='      00030912
030913               SQLCODE                                            00030913
030914     ELSE                                                         00030914
030915       PERFORM 760-FETCH-NEXT-SURRENDER                           00030915
030916       PERFORM UNTIL SQLCODE = 100 OR SQL-ERROR-DETECTED          00030916
030917         ADD 1 TO WS-SURR-COUNT                                   00030917
030918         MOVE SL-LIC-TYP-CD    OF DCLFC-XXXAIL-STORE-LIC          00030918
030919           TO WS-SURR-LIC-TYP-CD                                  00030919
030920         MOVE LT-LIC-TYP-DES   OF DCLFC-XXXAIL-LIC-TYPE           00030920
030921           TO WS-SURR-LIC-TYP-DES                                 00030921
030922         MOVE SL-LIC-NBR       OF DCLFC-XXXAIL-STORE-LIC          00030922
030923           TO WS-SURR-LIC-NBR                                     00030923
030924         MOVE SL-ISSUE-AUTH-NM OF DCLFC-XXXAIL-STORE-LIC          00030924
030925           TO WS-SURR-AUTH-NM                                     00030925
030926         MOVE SL-EXPIR-DT      OF DCLFC-XXXAIL-STORE-LIC          00030926
030927           TO WS-SURR-EXPIR-DT                                    00030927
030928         WRITE RPT-LINE FROM WS-SURR-LINE                         00030928
030929         PERFORM 760-FETCH-NEXT-SURRENDER                         00030929
030930       END-PERFORM                                                00030930
030931       EXEC SQL                                                   00030931
030932         CLOSE SURR-CSR                                           00030932
030933       END-EXEC                                                   00030933
030934       IF SQL-NO-ERROR                                            00030934
030935         MOVE 0 TO SQLCODE                                        00030935
030936       END-IF                                                     00030936
030937     END-IF                                                       00030937
030938     .                                                            00030938
030939                                                                  00030939
030940 760-FETCH-NEXT-SURRENDER.                                        00030940
030941     EXEC SQL                                                     00030941
030942       FETCH SURR-CSR                                             00030942
030943         INTO :DCLFC-XXXAIL-STORE-LIC.SL-LIC-TYP-CD,              00030943
030944              :DCLFC-XXXAIL-LIC-TYPE.LT-LIC-TYP-DES,              00030944
030945              :DCLFC-XXXAIL-STORE-LIC.SL-LIC-NBR,                 00030945
030946              :DCLFC-XXXAIL-STORE-LIC.SL-ISSUE-AUTH-NM,           00030946
030947              :DCLFC-XXXAIL-STORE-LIC.SL-EXPIR-DT                 00030947
030948     END-EXEC                                                     00030948
030949     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100                     00030949
030950       SET SQL-ERROR-DETECTED TO TRUE                             00030950
030951       DISPLAY 'MMMB0701 - ERROR FETCHING SURR-CSR, SQLCODE='     00030951
030952               SQLCODE                                            00030952
030953     END-IF                                                       00030953
030954     .                                                            00030954
031000                                                                  00031000
031100 900-TERMINATE.                                                   00031100
031200     IF SQL-ERROR-DETECTED                                        00031200
031300       MOVE 16 TO RETURN-CODE                                     00031300
031400     END-IF                                                       00031400
031500     MOVE WS-CLOSING-COUNT TO WS-SUM-CLOSINGS                     00031500
031550     MOVE WS-SURR-COUNT    TO WS-SUM-SURRENDERS                   00031550
031600     WRITE RPT-LINE FROM SPACES                                   00031600
031700     WRITE RPT-LINE FROM WS-SUMMARY-LINE                          00031700
031750     WRITE RPT-LINE FROM WS-SUMMARY-LINE2                         00031750
031800     CLOSE COUNT-RPT                                              00031800
031900     .                                                            00031900
032000                                                                  00032000
