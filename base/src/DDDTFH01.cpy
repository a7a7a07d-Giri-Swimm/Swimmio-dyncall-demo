      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_FOOT_HIST)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTFH01))                          *
      *        ACTION(REPLACE)                                        *
      *        LANGUAGE(COBOL)                                        *
      *        APOST                                                  *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Selling-footage history - one row per change to a location's   *
      * backroom square feet, food liner feet or non-food liner feet   *
      * (BKRM_SQ_FT/FD_LINER_FT/NON_FD_LINER_FT on XXXAIL_LOC, kept in *
      * step with the FC_RL_ footage columns on FC_XXXAIL_STORES by    *
      * MMMS0160), keyed by location and change timestamp, carrying    *
      * the footage in effect from FH_EFF_DT on. Written by NNNS0488   *
      * on every add and on any modify that moves the footage; a       *
      * location with no row yet is given a baseline row (type B,      *
      * effective 0001-01-01, the footage then on file) by MMMB0402,   *
      * which reads the table for its period allocation basis.         *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_FOOT_HIST TABLE
           ( FH_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             FH_LOC_TYP_CD                  CHAR(2) NOT NULL,
             FH_EFF_TS                      TIMESTAMP NOT NULL,
             FH_EFF_DT                      DATE NOT NULL,
             FH_BKRM_SQ_FT                  DECIMAL(7, 0) NOT NULL,
             FH_FD_LINER_FT                 DECIMAL(7, 0) NOT NULL,
             FH_NON_FD_LINER_FT             DECIMAL(7, 0) NOT NULL,
             FH_CHG_TYPE_CD                 CHAR(1) NOT NULL,
             FH_CHGD_BY_USER_ID             CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_FOOT_HIST        *
      ******************************************************************
       01  DCLFC-XXXAIL-FOOT-HIST.
           10 FH-LOC-NBR            PIC S9(9) USAGE COMP.
           10 FH-LOC-TYP-CD         PIC X(2).
           10 FH-EFF-TS             PIC X(26).
           10 FH-EFF-DT             PIC X(10).
           10 FH-BKRM-SQ-FT         PIC S9(7)V USAGE COMP-3.
           10 FH-FD-LINER-FT        PIC S9(7)V USAGE COMP-3.
           10 FH-NON-FD-LINER-FT    PIC S9(7)V USAGE COMP-3.
           10 FH-CHG-TYPE-CD        PIC X(1).
               88 FH-CHG-TYPE-ADD             VALUE 'A'.
               88 FH-CHG-TYPE-MODIFY          VALUE 'M'.
               88 FH-CHG-TYPE-BASELINE        VALUE 'B'.
           10 FH-CHGD-BY-USER-ID    PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
       01  DDDTFH01
           REDEFINES
           DCLFC-XXXAIL-FOOT-HIST.
           10 MD-FH-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-FH-LOC-TYP-CD      PIC X(2).
           10 MD-FH-EFF-TS          PIC X(26).
           10 MD-FH-EFF-DT          PIC X(10).
           10 MD-FH-BKRM-SQ-FT      PIC S9(7)V USAGE COMP-3.
           10 MD-FH-FD-LINER-FT     PIC S9(7)V USAGE COMP-3.
           10 MD-FH-NON-FD-LINER-FT PIC S9(7)V USAGE COMP-3.
           10 MD-FH-CHG-TYPE-CD     PIC X(1).
           10 MD-FH-CHGD-BY-USER-ID PIC X(8).
      ******************************************************************
