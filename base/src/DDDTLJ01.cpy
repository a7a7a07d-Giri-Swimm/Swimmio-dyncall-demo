      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_LANG_JUR)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTLJ01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Bilingual jurisdictions - one row per state or province and    *
      * the second language its stores' names and addresses must       *
      * carry (QC FR, PR ES ...). The language must be one YYYS0135    *
      * has address rules for. A language on an active row is one a   *
      * store's alternate-language row (FC_XXXAIL_ALT_LANG) may be     *
      * keyed in. Maintained through MMMO0200 (table id LJ); MMMB4202  *
      * lists the stores in these jurisdictions missing a translation. *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_LANG_JUR TABLE
           ( LJ_STATE_CD                    CHAR(2) NOT NULL,
             LJ_LANG_CD                     CHAR(2) NOT NULL,
             LJ_ACTIVE_IND                  CHAR(1) NOT NULL,
             LJ_LANG_NM                     CHAR(20) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_LANG_JUR         *
      ******************************************************************
       01  DCLFC-XXXAIL-LANG-JUR.
           10 LJ-STATE-CD           PIC X(2).
           10 LJ-LANG-CD            PIC X(2).
           10 LJ-ACTIVE-IND         PIC X(1).
           10 LJ-LANG-NM            PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTLJ01
           REDEFINES
           DCLFC-XXXAIL-LANG-JUR.
           10 MD-LJ-STATE-CD        PIC X(2).
           10 MD-LJ-LANG-CD         PIC X(2).
           10 MD-LJ-ACTIVE-IND      PIC X(1).
           10 MD-LJ-LANG-NM         PIC X(20).
      ******************************************************************
