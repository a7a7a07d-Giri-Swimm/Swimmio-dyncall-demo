      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_ADZN_SENT)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTZS01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * The ad-zone roster as last sent to the circular print vendor   *
      * by MMMB0902 - one row per open store and item class with the   *
      * zone in effect for it (AD_ZONE_EXCP when set, else AD_ZONE on  *
      * FC_XXXAIL_CLS_ZONE). The next run compares against these rows  *
      * for its change section (zone moves, stores opened or closed)   *
      * and then replaces them with what it sent.                      *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_ADZN_SENT TABLE
           ( ZS_LOC_NBR                     INTEGER NOT NULL,
             ZS_ITM_CLS_CD                  DECIMAL(3, 0) NOT NULL,
             ZS_AD_ZONE                     DECIMAL(7, 0) NOT NULL,
             ZS_SENT_DT                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_ADZN_SENT        *
      ******************************************************************
       01  DCLFC-XXXAIL-ADZN-SENT.
           10 ZS-LOC-NBR            PIC S9(9) USAGE COMP.
           10 ZS-ITM-CLS-CD         PIC S9(3)V USAGE COMP-3.
           10 ZS-AD-ZONE            PIC S9(7)V USAGE COMP-3.
           10 ZS-SENT-DT            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTZS01
           REDEFINES
           DCLFC-XXXAIL-ADZN-SENT.
           10 MD-ZS-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-ZS-ITM-CLS-CD      PIC S9(3)V USAGE COMP-3.
           10 MD-ZS-AD-ZONE         PIC S9(7)V USAGE COMP-3.
           10 MD-ZS-SENT-DT         PIC X(10).
      ******************************************************************
