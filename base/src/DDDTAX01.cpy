      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_ACQ_XWALK)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTAX01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Acquisition code crosswalk - for each acquired chain, maps the *
      * chain's own district (DIST), store type (TYPE), department     *
      * (DEPT), price zone (PZON) and ad zone (AZON) codes to ours.    *
      * For DEPT our code is the STR_DEPT_NBR (5) followed by the      *
      * STR_SUB_DEPT_ID (5) of XXX_DEPT. Maintained through MMMO0200   *
      * (table id AX); MMMB2102 crosswalks the acquired store file     *
      * through it into FC_XXXAIL_ACQ_STAGE.                           *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_ACQ_XWALK TABLE
           ( AX_CHAIN_CD                    CHAR(4) NOT NULL,
             AX_CODE_TYP_CD                 CHAR(4) NOT NULL,
             AX_THEIR_CD                    CHAR(10) NOT NULL,
             AX_OUR_CD                      CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_ACQ_XWALK        *
      ******************************************************************
       01  DCLFC-XXXAIL-ACQ-XWALK.
           10 AX-CHAIN-CD           PIC X(4).
           10 AX-CODE-TYP-CD        PIC X(4).
               88 AX-TYP-DISTRICT             VALUE 'DIST'.
               88 AX-TYP-STORE-TYPE           VALUE 'TYPE'.
               88 AX-TYP-DEPARTMENT           VALUE 'DEPT'.
               88 AX-TYP-PRICE-ZONE           VALUE 'PZON'.
               88 AX-TYP-AD-ZONE              VALUE 'AZON'.
           10 AX-THEIR-CD           PIC X(10).
           10 AX-OUR-CD             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTAX01
           REDEFINES
           DCLFC-XXXAIL-ACQ-XWALK.
           10 MD-AX-CHAIN-CD        PIC X(4).
           10 MD-AX-CODE-TYP-CD     PIC X(4).
           10 MD-AX-THEIR-CD        PIC X(10).
           10 MD-AX-OUR-CD          PIC X(10).
