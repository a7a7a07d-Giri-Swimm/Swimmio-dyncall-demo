      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_CLUS_DEF)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTCU01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Space-planning store cluster definitions - one row per         *
      * cluster, tried in CU_SEQ_NBR order by the weekly cluster       *
      * extract (MMMB1501); a store takes the first active cluster it  *
      * fits. A blank format or segment code matches any store, and    *
      * each footage band is inclusive with a zero maximum meaning no  *
      * upper limit. Linear feet are the store's food plus non-food    *
      * liner feet; backroom is BKRM_SQ_FT. Owned by space planning.   *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_CLUS_DEF TABLE
           ( CU_CLUS_CD                     CHAR(5) NOT NULL,
             CU_SEQ_NBR                     DECIMAL(3, 0) NOT NULL,
             CU_CLUS_DESC                   CHAR(30) NOT NULL,
             CU_FRMAT_CD                    CHAR(5) NOT NULL,
             CU_SEGM_CD                     CHAR(5) NOT NULL,
             CU_MIN_LIN_FT                  DECIMAL(7, 0) NOT NULL,
             CU_MAX_LIN_FT                  DECIMAL(7, 0) NOT NULL,
             CU_MIN_BKRM_SQ_FT              DECIMAL(7, 0) NOT NULL,
             CU_MAX_BKRM_SQ_FT              DECIMAL(7, 0) NOT NULL,
             CU_ACTIVE_IND                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_CLUS_DEF         *
      ******************************************************************
       01  DCLFC-XXXAIL-CLUS-DEF.
           10 CU-CLUS-CD            PIC X(5).
           10 CU-SEQ-NBR            PIC S9(3)V USAGE COMP-3.
           10 CU-CLUS-DESC          PIC X(30).
           10 CU-FRMAT-CD           PIC X(5).
           10 CU-SEGM-CD            PIC X(5).
           10 CU-MIN-LIN-FT         PIC S9(7)V USAGE COMP-3.
           10 CU-MAX-LIN-FT         PIC S9(7)V USAGE COMP-3.
           10 CU-MIN-BKRM-SQ-FT     PIC S9(7)V USAGE COMP-3.
           10 CU-MAX-BKRM-SQ-FT     PIC S9(7)V USAGE COMP-3.
           10 CU-ACTIVE-IND         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTCU01
           REDEFINES
           DCLFC-XXXAIL-CLUS-DEF.
           10 MD-CU-CLUS-CD         PIC X(5).
           10 MD-CU-SEQ-NBR         PIC S9(3)V USAGE COMP-3.
           10 MD-CU-CLUS-DESC       PIC X(30).
           10 MD-CU-FRMAT-CD        PIC X(5).
           10 MD-CU-SEGM-CD         PIC X(5).
           10 MD-CU-MIN-LIN-FT      PIC S9(7)V USAGE COMP-3.
           10 MD-CU-MAX-LIN-FT      PIC S9(7)V USAGE COMP-3.
           10 MD-CU-MIN-BKRM-SQ-FT  PIC S9(7)V USAGE COMP-3.
           10 MD-CU-MAX-BKRM-SQ-FT  PIC S9(7)V USAGE COMP-3.
           10 MD-CU-ACTIVE-IND      PIC X(1).
      ******************************************************************
