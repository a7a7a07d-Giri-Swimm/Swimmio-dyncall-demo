      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_DSTR_CNTY)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTDY01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * The counties a county-list disaster event (FC_XXXAIL_DSTR_EVT) *
      * covers, by FIPS code off FC_XXXAIL_CNTY_REF, with the state    *
      * and county name as the reference had them. A store is in the  *
      * area when its county text resolves (MMMS0179) to one of these  *
      * FIPS codes.                                                    *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_DSTR_CNTY TABLE
           ( DY_EVENT_NM                    CHAR(12) NOT NULL,
             DY_FIPS_CD                     CHAR(5) NOT NULL,
             DY_STATE_CD                    CHAR(2) NOT NULL,
             DY_CNTY_TXT                    CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_DSTR_CNTY        *
      ******************************************************************
       01  DCLFC-XXXAIL-DSTR-CNTY.
           10 DY-EVENT-NM           PIC X(12).
           10 DY-FIPS-CD            PIC X(5).
           10 DY-STATE-CD           PIC X(2).
           10 DY-CNTY-TXT           PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTDY01
           REDEFINES
           DCLFC-XXXAIL-DSTR-CNTY.
           10 MD-DY-EVENT-NM        PIC X(12).
           10 MD-DY-FIPS-CD         PIC X(5).
           10 MD-DY-STATE-CD        PIC X(2).
           10 MD-DY-CNTY-TXT        PIC X(30).
      ******************************************************************
