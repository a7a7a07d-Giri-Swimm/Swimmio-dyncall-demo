      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_COL_PROF)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTPF01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Column profiles kept by MMMB2902 - one row per run, table,     *
      * column and store status (A active, C closed). The counts are   *
      * over the stores: NULL counts a store with no XXXATION or       *
      * XXXAIL_LOC row as well as a null value, BLANK is character     *
      * columns only, ZERO is numbers at zero and dates at the zero    *
      * date. Min and max are the column as text; a personal field     *
      * keeps its counts but not its values (PF_MASKED_SW 'Y'). The    *
      * top values per row are on FC_XXXAIL_COL_PVAL (DDDTPV01).       *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_COL_PROF TABLE
           ( PF_RUN_TS                      TIMESTAMP NOT NULL,
             PF_TBL_NM                      CHAR(18) NOT NULL,
             PF_COL_NM                      CHAR(30) NOT NULL,
             PF_STAT_CD                     CHAR(1) NOT NULL,
             PF_COL_TYP                     CHAR(8) NOT NULL,
             PF_ROW_CNT                     DECIMAL(9, 0) NOT NULL,
             PF_NULL_CNT                    DECIMAL(9, 0) NOT NULL,
             PF_BLANK_CNT                   DECIMAL(9, 0) NOT NULL,
             PF_ZERO_CNT                    DECIMAL(9, 0) NOT NULL,
             PF_DISTINCT_CNT                DECIMAL(9, 0) NOT NULL,
             PF_MIN_TXT                     CHAR(40) NOT NULL,
             PF_MAX_TXT                     CHAR(40) NOT NULL,
             PF_MASKED_SW                   CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_COL_PROF         *
      ******************************************************************
       01  DCLFC-XXXAIL-COL-PROF.
           10 PF-RUN-TS             PIC X(26).
           10 PF-TBL-NM             PIC X(18).
           10 PF-COL-NM             PIC X(30).
           10 PF-STAT-CD            PIC X(1).
              88 PF-STAT-ACTIVE               VALUE 'A'.
              88 PF-STAT-CLOSED               VALUE 'C'.
           10 PF-COL-TYP            PIC X(8).
           10 PF-ROW-CNT            PIC S9(9)V USAGE COMP-3.
           10 PF-NULL-CNT           PIC S9(9)V USAGE COMP-3.
           10 PF-BLANK-CNT          PIC S9(9)V USAGE COMP-3.
           10 PF-ZERO-CNT           PIC S9(9)V USAGE COMP-3.
           10 PF-DISTINCT-CNT       PIC S9(9)V USAGE COMP-3.
           10 PF-MIN-TXT            PIC X(40).
           10 PF-MAX-TXT            PIC X(40).
           10 PF-MASKED-SW          PIC X(1).
              88 PF-VALUES-MASKED             VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
       01  DDDTPF01
           REDEFINES
           DCLFC-XXXAIL-COL-PROF.
           10 MD-PF-RUN-TS          PIC X(26).
           10 MD-PF-TBL-NM          PIC X(18).
           10 MD-PF-COL-NM          PIC X(30).
           10 MD-PF-STAT-CD         PIC X(1).
           10 MD-PF-COL-TYP         PIC X(8).
           10 MD-PF-ROW-CNT         PIC S9(9)V USAGE COMP-3.
           10 MD-PF-NULL-CNT        PIC S9(9)V USAGE COMP-3.
           10 MD-PF-BLANK-CNT       PIC S9(9)V USAGE COMP-3.
           10 MD-PF-ZERO-CNT        PIC S9(9)V USAGE COMP-3.
           10 MD-PF-DISTINCT-CNT    PIC S9(9)V USAGE COMP-3.
           10 MD-PF-MIN-TXT         PIC X(40).
           10 MD-PF-MAX-TXT         PIC X(40).
           10 MD-PF-MASKED-SW       PIC X(1).
      ******************************************************************
