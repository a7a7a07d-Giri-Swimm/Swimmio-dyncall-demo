      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_ALT_LANG)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTAL01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Alternate-language store names and addresses - one row per     *
      * store and language (FR, ES - the languages on                  *
      * FC_XXXAIL_LANG_JUR) carrying the store name, customer-friendly *
      * name, address lines and city as the store's customers read     *
      * them. A blank column means no translation for that field; the  *
      * readers fall back to the primary-language value. Address       *
      * lines and city are standardized on entry by YYYS0135 under     *
      * the row's language. Maintained through MMMS0186 (online by     *
      * MMMO1500); the directory feed (MMMB6801) and the store inquiry *
      * service (YYYB0250) publish it, and MMMB4202 lists stores in    *
      * bilingual jurisdictions that have none.                        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_ALT_LANG TABLE
           ( AL_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             AL_LOC_TYP_CD                  CHAR(2) NOT NULL,
             AL_LANG_CD                     CHAR(2) NOT NULL,
             AL_STORE_NM                    CHAR(30) NOT NULL,
             AL_CUST_FRNDLY_NM              CHAR(60) NOT NULL,
             AL_ADR_1                       CHAR(30) NOT NULL,
             AL_ADR_2                       CHAR(30) NOT NULL,
             AL_CITY                        CHAR(30) NOT NULL,
             AL_LST_UPDT_USR_ID             CHAR(8) NOT NULL,
             AL_LST_UPDT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_ALT_LANG         *
      ******************************************************************
       01  DCLFC-XXXAIL-ALT-LANG.
           10 AL-LOC-NBR            PIC S9(9) USAGE COMP.
           10 AL-LOC-TYP-CD         PIC X(2).
           10 AL-LANG-CD            PIC X(2).
           10 AL-STORE-NM           PIC X(30).
           10 AL-CUST-FRNDLY-NM     PIC X(60).
           10 AL-ADR-1              PIC X(30).
           10 AL-ADR-2              PIC X(30).
           10 AL-CITY               PIC X(30).
           10 AL-LST-UPDT-USR-ID    PIC X(8).
           10 AL-LST-UPDT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTAL01
           REDEFINES
           DCLFC-XXXAIL-ALT-LANG.
           10 MD-AL-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-AL-LOC-TYP-CD      PIC X(2).
           10 MD-AL-LANG-CD         PIC X(2).
           10 MD-AL-STORE-NM        PIC X(30).
           10 MD-AL-CUST-FRNDLY-NM  PIC X(60).
           10 MD-AL-ADR-1           PIC X(30).
           10 MD-AL-ADR-2           PIC X(30).
           10 MD-AL-CITY            PIC X(30).
           10 MD-AL-LST-UPDT-USR-ID PIC X(8).
           10 MD-AL-LST-UPDT-TS     PIC X(26).
      ******************************************************************
