000100*---------------------------------------------------------------- 00000100
000200* Ad hoc store list column registry (MMMB0102).                   00000200
000300*                                                                 00000300
000400* The only column names a request card may name. Each entry is    00000400
000500* the card name, a type (C character, N whole number, K decimal,  00000500
000600* D date), the print width, and the SQL expression read for it    00000600
000700* against the MMMB0102 join: S = FC_XXXAIL_STORES,                00000700
000800* O = XXXATION and R = XXXAIL_LOC for the store. A derived        00000800
000900* value (OPEN-SW, HAS-PHARMACY, PHONE) is just an expression.     00000900
001000* Contact names, contact phones and email addresses are           00001000
001100* personal data and are deliberately not registered.              00001100
001200* To register a column add an entry and raise the count.          00001200
001300*---------------------------------------------------------------- 00001300
001400 01 MMMK003A-COL-CNT                PIC S9(4) COMP VALUE 41.      00001400
001500 01 MMMK003A-COLUMN-VALUES.                                       00001500
001600    05 FILLER PIC X(22) VALUE 'STORE-NO          N005'.           00001600
001700    05 FILLER PIC X(40) VALUE                                     00001700
001800       'S.FC_STORE_NO'.                                           00001800
001900    05 FILLER PIC X(80) VALUE SPACES.                             00001900
002000    05 FILLER PIC X(22) VALUE 'STORE-NAME        C030'.           00002000
002100    05 FILLER PIC X(40) VALUE                                     00002100
002200       'S.FC_RL_STORE_NM'.                                        00002200
002300    05 FILLER PIC X(80) VALUE SPACES.                             00002300
002400    05 FILLER PIC X(22) VALUE 'STORE-ABB         C005'.           00002400
002500    05 FILLER PIC X(40) VALUE                                     00002500
002600       'S.FC_RL_STORE_ABB'.                                       00002600
002700    05 FILLER PIC X(80) VALUE SPACES.                             00002700
002800    05 FILLER PIC X(22) VALUE 'STATUS-CD         C001'.           00002800
002900    05 FILLER PIC X(40) VALUE                                     00002900
003000       'S.FC_RL_STATUS_CD'.                                       00003000
003100    05 FILLER PIC X(80) VALUE SPACES.                             00003100
003200    05 FILLER PIC X(22) VALUE 'OPEN-SW           C001'.           00003200
003300    05 FILLER PIC X(40) VALUE                                     00003300
003400       'CASE WHEN R.SLS_CLOSED_DT > ''0001-01-01'''.              00003400
003500    05 FILLER PIC X(40) VALUE                                     00003500
003600       ' AND R.SLS_CLOSED_DT <= CURRENT DATE'.                    00003600
003700    05 FILLER PIC X(40) VALUE                                     00003700
003800       ' THEN ''N'' ELSE ''Y'' END'.                              00003800
003900    05 FILLER PIC X(22) VALUE 'OPENING-DT        D010'.           00003900
004000    05 FILLER PIC X(40) VALUE                                     00004000
004100       'S.FC_RL_OPENING_DT'.                                      00004100
004200    05 FILLER PIC X(80) VALUE SPACES.                             00004200
004300    05 FILLER PIC X(22) VALUE 'CLOSING-DT        D010'.           00004300
004400    05 FILLER PIC X(40) VALUE                                     00004400
004500       'S.FC_RL_CLOSING_DT'.                                      00004500
004600    05 FILLER PIC X(80) VALUE SPACES.                             00004600
004700    05 FILLER PIC X(22) VALUE 'REMODEL-DT        D010'.           00004700
004800    05 FILLER PIC X(40) VALUE                                     00004800
004900       'S.FC_RL_REMODEL_DT'.                                      00004900
005000    05 FILLER PIC X(80) VALUE SPACES.                             00005000
005100    05 FILLER PIC X(22) VALUE 'DISTRICT-NO       N003'.           00005100
005200    05 FILLER PIC X(40) VALUE                                     00005200
005300       'S.FC_RL_DISTRICT_NO'.                                     00005300
005400    05 FILLER PIC X(80) VALUE SPACES.                             00005400
005500    05 FILLER PIC X(22) VALUE 'MARKET-AREA-NO    N003'.           00005500
005600    05 FILLER PIC X(40) VALUE                                     00005600
005700       'S.FC_RL_MARKET_AR_NO'.                                    00005700
005800    05 FILLER PIC X(80) VALUE SPACES.                             00005800
005900    05 FILLER PIC X(22) VALUE 'COMPANY-NO        N003'.           00005900
006000    05 FILLER PIC X(40) VALUE                                     00006000
006100       'S.FC_RL_COMPANY_NO'.                                      00006100
006200    05 FILLER PIC X(80) VALUE SPACES.                             00006200
006300    05 FILLER PIC X(22) VALUE 'DIVISION-CD       N003'.           00006300
006400    05 FILLER PIC X(40) VALUE                                     00006400
006500       'S.FN_DIVISION_CD'.                                        00006500
006600    05 FILLER PIC X(80) VALUE SPACES.                             00006600
006700    05 FILLER PIC X(22) VALUE 'LINE-OF-BUS-CD    N003'.           00006700
006800    05 FILLER PIC X(40) VALUE                                     00006800
006900       'S.FN_LINE_OF_BUS_CD'.                                     00006900
007000    05 FILLER PIC X(80) VALUE SPACES.                             00007000
007100    05 FILLER PIC X(22) VALUE 'STORE-TYPE-CD     N003'.           00007100
007200    05 FILLER PIC X(40) VALUE                                     00007200
007300       'S.FC_RL_TYPE_CD'.                                         00007300
007400    05 FILLER PIC X(80) VALUE SPACES.                             00007400
007500    05 FILLER PIC X(22) VALUE 'GROUP-CD          C002'.           00007500
007600    05 FILLER PIC X(40) VALUE                                     00007600
007700       'S.FC_RL_GROUP_CD'.                                        00007700
007800    05 FILLER PIC X(80) VALUE SPACES.                             00007800
007900    05 FILLER PIC X(22) VALUE 'AD-ZONE-ABB       C001'.           00007900
008000    05 FILLER PIC X(40) VALUE                                     00008000
008100       'S.FC_RL_ADZONE_ABB'.                                      00008100
008200    05 FILLER PIC X(80) VALUE SPACES.                             00008200
008300    05 FILLER PIC X(22) VALUE 'RETAIL-ZONE-NO    N003'.           00008300
008400    05 FILLER PIC X(40) VALUE                                     00008400
008500       'S.FC_RL_RETL_ZONE_NO'.                                    00008500
008600    05 FILLER PIC X(80) VALUE SPACES.                             00008600
008700    05 FILLER PIC X(22) VALUE 'PHONE             C012'.           00008700
008800    05 FILLER PIC X(40) VALUE                                     00008800
008900       'DIGITS(S.FC_RL_AREA_CODE_NO) CONCAT ''-'''.               00008900
009000    05 FILLER PIC X(40) VALUE                                     00009000
009100       ' CONCAT DIGITS(S.FC_RL_TELEPHONE_NO)'.                    00009100
009200    05 FILLER PIC X(40) VALUE SPACES.                             00009200
009300    05 FILLER PIC X(22) VALUE 'ADDRESS-1         C030'.           00009300
009400    05 FILLER PIC X(40) VALUE                                     00009400
009500       'O.PRIM_ADR_1'.                                            00009500
009600    05 FILLER PIC X(80) VALUE SPACES.                             00009600
009700    05 FILLER PIC X(22) VALUE 'ADDRESS-2         C030'.           00009700
009800    05 FILLER PIC X(40) VALUE                                     00009800
009900       'O.PRIM_ADR_2'.                                            00009900
010000    05 FILLER PIC X(80) VALUE SPACES.                             00010000
010100    05 FILLER PIC X(22) VALUE 'CITY              C030'.           00010100
010200    05 FILLER PIC X(40) VALUE                                     00010200
010300       'S.FC_CITY_ADR'.                                           00010300
010400    05 FILLER PIC X(80) VALUE SPACES.                             00010400
010500    05 FILLER PIC X(22) VALUE 'STATE             C002'.           00010500
010600    05 FILLER PIC X(40) VALUE                                     00010600
010700       'S.FC_STATE_ADR'.                                          00010700
010800    05 FILLER PIC X(80) VALUE SPACES.                             00010800
010900    05 FILLER PIC X(22) VALUE 'ZIP5              C005'.           00010900
011000    05 FILLER PIC X(40) VALUE                                     00011000
011100       'S.FC_ZIP_CODE5_ADR'.                                      00011100
011200    05 FILLER PIC X(80) VALUE SPACES.                             00011200
011300    05 FILLER PIC X(22) VALUE 'ZIP4              C004'.           00011300
011400    05 FILLER PIC X(40) VALUE                                     00011400
011500       'S.FC_ZIP_CODE4_ADR'.                                      00011500
011600    05 FILLER PIC X(80) VALUE SPACES.                             00011600
011700    05 FILLER PIC X(22) VALUE 'COUNTY            C030'.           00011700
011800    05 FILLER PIC X(40) VALUE                                     00011800
011900       'O.PRIM_CNTY_TXT'.                                         00011900
012000    05 FILLER PIC X(80) VALUE SPACES.                             00012000
012100    05 FILLER PIC X(22) VALUE 'LATITUDE          K010'.           00012100
012200    05 FILLER PIC X(40) VALUE                                     00012200
012300       'R.LAT_K'.                                                 00012300
012400    05 FILLER PIC X(80) VALUE SPACES.                             00012400
012500    05 FILLER PIC X(22) VALUE 'LONGITUDE         K010'.           00012500
012600    05 FILLER PIC X(40) VALUE                                     00012600
012700       'R.LON_K'.                                                 00012700
012800    05 FILLER PIC X(80) VALUE SPACES.                             00012800
012900    05 FILLER PIC X(22) VALUE 'LOC-NAME          C030'.           00012900
013000    05 FILLER PIC X(40) VALUE                                     00013000
013100       'O.LOC_NM'.                                                00013100
013200    05 FILLER PIC X(80) VALUE SPACES.                             00013200
013300    05 FILLER PIC X(22) VALUE 'INACTIVE-SW       C001'.           00013300
013400    05 FILLER PIC X(40) VALUE                                     00013400
013500       'O.INACTIVE_SW'.                                           00013500
013600    05 FILLER PIC X(80) VALUE SPACES.                             00013600
013700    05 FILLER PIC X(22) VALUE 'DEA-NO            C009'.           00013700
013800    05 FILLER PIC X(40) VALUE                                     00013800
013900       'S.FC_RL_STORE_DEA_NO'.                                    00013900
014000    05 FILLER PIC X(80) VALUE SPACES.                             00014000
014100    05 FILLER PIC X(22) VALUE 'HAS-PHARMACY      C001'.           00014100
014200    05 FILLER PIC X(40) VALUE                                     00014200
014300       'CASE WHEN R.NABP_NBR > '' '''.                            00014300
014400    05 FILLER PIC X(40) VALUE                                     00014400
014500       ' THEN ''Y'' ELSE ''N'' END'.                              00014500
014600    05 FILLER PIC X(40) VALUE SPACES.                             00014600
014700    05 FILLER PIC X(22) VALUE 'NABP-NBR          C007'.           00014700
014800    05 FILLER PIC X(40) VALUE                                     00014800
014900       'R.NABP_NBR'.                                              00014900
015000    05 FILLER PIC X(80) VALUE SPACES.                             00015000
015100    05 FILLER PIC X(22) VALUE 'UNLOAD-CD         C001'.           00015100
015200    05 FILLER PIC X(40) VALUE                                     00015200
015300       'R.RETL_UNLD_CD'.                                          00015300
015400    05 FILLER PIC X(80) VALUE SPACES.                             00015400
015500    05 FILLER PIC X(22) VALUE 'FORMAT-CD         C005'.           00015500
015600    05 FILLER PIC X(40) VALUE                                     00015600
015700       'R.RETL_LOC_FRMAT_CD'.                                     00015700
015800    05 FILLER PIC X(80) VALUE SPACES.                             00015800
015900    05 FILLER PIC X(22) VALUE 'SEGMENT-CD        C005'.           00015900
016000    05 FILLER PIC X(40) VALUE                                     00016000
016100       'R.RETL_LOC_SEGM_CD'.                                      00016100
016200    05 FILLER PIC X(80) VALUE SPACES.                             00016200
016300    05 FILLER PIC X(22) VALUE 'NEW-STORE-SW      C001'.           00016300
016400    05 FILLER PIC X(40) VALUE                                     00016400
016500       'R.NEW_STR_SW'.                                            00016500
016600    05 FILLER PIC X(80) VALUE SPACES.                             00016600
016700    05 FILLER PIC X(22) VALUE 'CURR-AD-ZONE      N007'.           00016700
016800    05 FILLER PIC X(40) VALUE                                     00016800
016900       'R.CURR_AD_ZN_NBR'.                                        00016900
017000    05 FILLER PIC X(80) VALUE SPACES.                             00017000
017100    05 FILLER PIC X(22) VALUE 'BACKROOM-SQ-FT    N007'.           00017100
017200    05 FILLER PIC X(40) VALUE                                     00017200
017300       'R.BKRM_SQ_FT'.                                            00017300
017400    05 FILLER PIC X(80) VALUE SPACES.                             00017400
017500    05 FILLER PIC X(22) VALUE 'SALES-OPEN-DT     D010'.           00017500
017600    05 FILLER PIC X(40) VALUE                                     00017600
017700       'R.SLS_OPEN_DT'.                                           00017700
017800    05 FILLER PIC X(80) VALUE SPACES.                             00017800
017900    05 FILLER PIC X(22) VALUE 'SALES-CLOSED-DT   D010'.           00017900
018000    05 FILLER PIC X(40) VALUE                                     00018000
018100       'R.SLS_CLOSED_DT'.                                         00018100
018200    05 FILLER PIC X(80) VALUE SPACES.                             00018200
018300    05 FILLER PIC X(22) VALUE 'CUST-FRIENDLY-NM  C050'.           00018300
018400    05 FILLER PIC X(40) VALUE                                     00018400
018500       'R.CUST_FRNDLY_NM'.                                        00018500
018600    05 FILLER PIC X(80) VALUE SPACES.                             00018600
018700 01 MMMK003A-COLUMN-REGISTRY REDEFINES MMMK003A-COLUMN-VALUES.    00018700
018800    05 MMMK003A-COL OCCURS 41 TIMES.                              00018800
018900       10 MMMK003A-COL-NM            PIC X(18).                   00018900
019000       10 MMMK003A-COL-TYP           PIC X(1).                    00019000
019100          88 MMMK003A-CHAR-COL                 VALUE 'C'.         00019100
019200          88 MMMK003A-NUM-COL                  VALUE 'N'.         00019200
019300          88 MMMK003A-DEC-COL                  VALUE 'K'.         00019300
019400          88 MMMK003A-DATE-COL                 VALUE 'D'.         00019400
019500       10 MMMK003A-COL-WID           PIC 9(3).                    00019500
019600       10 MMMK003A-COL-EXPR          PIC X(120).                  00019600
