000100*---------------------------------------------------------------- 00000100
000200* FC_XXXAIL_STORES field map (MMMO1600 store comparison).         00000200
000300*                                                                 00000300
000400* One entry per column of the store master, in DCLGEN order: the  00000400
000500* column name, a type (C character or date, N packed whole        00000500
000600* number, K packed with two decimals), and the column's offset    00000600
000700* and length in DCLFC-XXXAIL-STORES (DDDTRL01). The map lets a    00000700
000800* store row be compared with another row, or with an as-of image  00000800
000900* from MMMS0164, one column at a time. When DDDTRL01 is           00000900
001000* regenerated with a new column, add its entry here in the same   00001000
001100* place and raise the count.                                      00001100
001200*---------------------------------------------------------------- 00001200
001300 01 MMMK004A-FLD-CNT                PIC S9(4) COMP VALUE 75.      00001300
001400 01 MMMK004A-ROW-LEN                PIC S9(4) COMP VALUE 433.     00001400
001500 01 MMMK004A-FIELD-VALUES.                                        00001500
001600    05 FILLER PIC X(28) VALUE 'FC_STORE_NO          N001003'.     00001600
001700    05 FILLER PIC X(28) VALUE 'FC_RL_STORE_NM       C004030'.     00001700
001800    05 FILLER PIC X(28) VALUE 'FC_RL_STORE_CD       C034001'.     00001800
001900    05 FILLER PIC X(28) VALUE 'FC_RL_STORE_DIR_NM   C035030'.     00001900
002000    05 FILLER PIC X(28) VALUE 'FC_RL_STORE_LOC_NM   C065030'.     00002000
002100    05 FILLER PIC X(28) VALUE 'FC_RL_OPENING_DT     C095010'.     00002100
002200    05 FILLER PIC X(28) VALUE 'FC_RL_CLOSING_DT     C105010'.     00002200
002300    05 FILLER PIC X(28) VALUE 'FC_RL_REMODEL_DT     C115010'.     00002300
002400    05 FILLER PIC X(28) VALUE 'FC_RL_DELETED_DT     C125010'.     00002400
002500    05 FILLER PIC X(28) VALUE 'FC_RL_DISTRICT_NO    N135002'.     00002500
002600    05 FILLER PIC X(28) VALUE 'FC_RL_MARKET_AR_NO   N137002'.     00002600
002700    05 FILLER PIC X(28) VALUE 'FC_RL_PAYROL_AR_NO   N139002'.     00002700
002800    05 FILLER PIC X(28) VALUE 'FC_RL_PAY_GROUP_NO   N141002'.     00002800
002900    05 FILLER PIC X(28) VALUE 'FC_RL_COMPANY_NO     N143002'.     00002900
003000    05 FILLER PIC X(28) VALUE 'FC_RL_GEO_ZONE_CD    C145001'.     00003000
003100    05 FILLER PIC X(28) VALUE 'FC_RL_GEO_ZONE_NO    N146002'.     00003100
003200    05 FILLER PIC X(28) VALUE 'FC_RL_SCAN_MAIN_CD   C148001'.     00003200
003300    05 FILLER PIC X(28) VALUE 'FC_RL_FRONT_END_CD   C149001'.     00003300
003400    05 FILLER PIC X(28) VALUE 'FC_RL_PRICE_BUL_CD   C150001'.     00003400
003500    05 FILLER PIC X(28) VALUE 'FC_RL_UPC_ON_PB_CD   C151001'.     00003500
003600    05 FILLER PIC X(28) VALUE 'FC_RL_COMPETITR_CD   N152002'.     00003600
003700    05 FILLER PIC X(28) VALUE 'FC_RL_ASSOC_STR_NO   N154003'.     00003700
003800    05 FILLER PIC X(28) VALUE 'FC_RL_RPRT_SEQ_NO    C157004'.     00003800
003900    05 FILLER PIC X(28) VALUE 'FC_RL_SORT_SOS_NO    C161004'.     00003900
004000    05 FILLER PIC X(28) VALUE 'FC_RL_VID_PRZN_NO    N165003'.     00004000
004100    05 FILLER PIC X(28) VALUE 'FC_RL_CITY_ID_CD     N168002'.     00004100
004200    05 FILLER PIC X(28) VALUE 'FC_RL_ADZONE_ABB     C170001'.     00004200
004300    05 FILLER PIC X(28) VALUE 'FC_RL_ADZONE_DES     C171006'.     00004300
004400    05 FILLER PIC X(28) VALUE 'FC_RL_UNLOAD_SW      C177001'.     00004400
004500    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_CD    C178020'.     00004500
004600    05 FILLER PIC X(28) VALUE 'FC_RL_STATUS_CD      C198001'.     00004600
004700    05 FILLER PIC X(28) VALUE 'FC_RL_NEW_STORE_CD   C199001'.     00004700
004800    05 FILLER PIC X(28) VALUE 'FC_RL_TYPE_CD        N200002'.     00004800
004900    05 FILLER PIC X(28) VALUE 'FC_RL_GROUP_CD       C202002'.     00004900
005000    05 FILLER PIC X(28) VALUE 'FC_RL_SELECTCIR_CD   C204002'.     00005000
005100    05 FILLER PIC X(28) VALUE 'FC_RL_AREA_CODE_NO   N206002'.     00005100
005200    05 FILLER PIC X(28) VALUE 'FC_RL_TELEPHONE_NO   N208004'.     00005200
005300    05 FILLER PIC X(28) VALUE 'FC_RL_STORE_ABB      C212005'.     00005300
005400    05 FILLER PIC X(28) VALUE 'FC_RL_BCKRM_FT_QTY   N217003'.     00005400
005500    05 FILLER PIC X(28) VALUE 'FC_RL_LFT_FOOD_QTY   N220003'.     00005500
005600    05 FILLER PIC X(28) VALUE 'FC_RL_LFT_NONF_QTY   N223003'.     00005600
005700    05 FILLER PIC X(28) VALUE 'FC_RL_SETOFF_CD      C226001'.     00005700
005800    05 FILLER PIC X(28) VALUE 'FC_RL_CL12_ZONE_NO   N227002'.     00005800
005900    05 FILLER PIC X(28) VALUE 'FC_RL_CL12_ADZN_NO   N229002'.     00005900
006000    05 FILLER PIC X(28) VALUE 'FC_RL_CL13_ZONE_NO   N231002'.     00006000
006100    05 FILLER PIC X(28) VALUE 'FC_RL_CL13_ADZN_NO   N233002'.     00006100
006200    05 FILLER PIC X(28) VALUE 'FC_RL_CL14_ZONE_NO   N235002'.     00006200
006300    05 FILLER PIC X(28) VALUE 'FC_RL_CL14_ADZN_NO   N237002'.     00006300
006400    05 FILLER PIC X(28) VALUE 'FC_RL_CL36_ADZN_NO   N239002'.     00006400
006500    05 FILLER PIC X(28) VALUE 'FC_RL_CL37_ADZN_NO   N241002'.     00006500
006600    05 FILLER PIC X(28) VALUE 'FC_RL_STORE_DEA_NO   C243009'.     00006600
006700    05 FILLER PIC X(28) VALUE 'FC_RL_RETL_ZONE_NO   N252002'.     00006700
006800    05 FILLER PIC X(28) VALUE 'FC_RL_STOR2_LOC_NM   C254030'.     00006800
006900    05 FILLER PIC X(28) VALUE 'FC_CITY_ADR          C284030'.     00006900
007000    05 FILLER PIC X(28) VALUE 'FC_STATE_ADR         C314002'.     00007000
007100    05 FILLER PIC X(28) VALUE 'FC_ZIP_CODE5_ADR     C316005'.     00007100
007200    05 FILLER PIC X(28) VALUE 'FC_ZIP_CODE4_ADR     C321004'.     00007200
007300    05 FILLER PIC X(28) VALUE 'FC_RL_SOS_TYPE_CD    C325002'.     00007300
007400    05 FILLER PIC X(28) VALUE 'FC_RL_NOPROCESS_CD   C327001'.     00007400
007500    05 FILLER PIC X(28) VALUE 'FC_RL_SOSHDRTYP_CD   N328002'.     00007500
007600    05 FILLER PIC X(28) VALUE 'FC_RL_CAT_CLASS_TB   C330074'.     00007600
007700    05 FILLER PIC X(28) VALUE 'FC_RL_LATITUDE_K     K404003'.     00007700
007800    05 FILLER PIC X(28) VALUE 'FC_RL_LONGITUDE_K    K407003'.     00007800
007900    05 FILLER PIC X(28) VALUE 'FN_DIVISION_CD       N410002'.     00007900
008000    05 FILLER PIC X(28) VALUE 'FN_LINE_OF_BUS_CD    N412002'.     00008000
008100    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_01_NBRN414002'.     00008100
008200    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_02_NBRN416002'.     00008200
008300    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_03_NBRN418002'.     00008300
008400    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_04_NBRN420002'.     00008400
008500    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_05_NBRN422002'.     00008500
008600    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_06_NBRN424002'.     00008600
008700    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_07_NBRN426002'.     00008700
008800    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_08_NBRN428002'.     00008800
008900    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_09_NBRN430002'.     00008900
009000    05 FILLER PIC X(28) VALUE 'FN_ROLLUP_REPT_10_NBRN432002'.     00009000
009100 01 MMMK004A-FIELD-MAP REDEFINES MMMK004A-FIELD-VALUES.           00009100
009200    05 MMMK004A-FLD OCCURS 75 TIMES.                              00009200
009300       10 MMMK004A-FLD-NM            PIC X(21).                   00009300
009400       10 MMMK004A-FLD-TYP           PIC X(1).                    00009400
009500          88 MMMK004A-CHAR-FLD                 VALUE 'C'.         00009500
009600          88 MMMK004A-NUM-FLD                  VALUE 'N'.         00009600
009700          88 MMMK004A-DEC-FLD                  VALUE 'K'.         00009700
009800       10 MMMK004A-FLD-OFF           PIC 9(3).                    00009800
009900       10 MMMK004A-FLD-LEN           PIC 9(3).                    00009900
