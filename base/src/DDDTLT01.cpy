      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_LIC_TYPE)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTLT01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Store license and permit types (beer/wine, spirits, lottery,   *
      * weights and measures, food establishment, fuel, ...) with the  *
      * number of days before expiry a renewal has to be started and   *
      * whether the license is surrendered when the store closes.      *
      * Maintained through MMMO0200 (table id LT); MMMO1100 refuses a  *
      * store license of an unknown or inactive type, MMMB0802 uses    *
      * the lead days for the monthly expiring/expired report and      *
      * MMMB0701 lists the surrender-on-close licenses of a closing    *
      * store.                                                         *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_LIC_TYPE TABLE
           ( LT_LIC_TYP_CD                  CHAR(4) NOT NULL,
             LT_LIC_TYP_DES                 CHAR(30) NOT NULL,
             LT_RENEW_LEAD_DD               DECIMAL(3, 0) NOT NULL,
             LT_SURR_ON_CLS_IND             CHAR(1) NOT NULL,
             LT_ACTIVE_IND                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_LIC_TYPE         *
      ******************************************************************
       01  DCLFC-XXXAIL-LIC-TYPE.
           10 LT-LIC-TYP-CD         PIC X(4).
           10 LT-LIC-TYP-DES        PIC X(30).
           10 LT-RENEW-LEAD-DD      PIC S9(3)V USAGE COMP-3.
           10 LT-SURR-ON-CLS-IND    PIC X(1).
               88 LT-SURR-ON-CLOSE            VALUE 'Y'.
           10 LT-ACTIVE-IND         PIC X(1).
               88 LT-ACTIVE                   VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
       01  DDDTLT01
           REDEFINES
           DCLFC-XXXAIL-LIC-TYPE.
           10 MD-LT-LIC-TYP-CD      PIC X(4).
           10 MD-LT-LIC-TYP-DES     PIC X(30).
           10 MD-LT-RENEW-LEAD-DD   PIC S9(3)V USAGE COMP-3.
           10 MD-LT-SURR-ON-CLS-IND PIC X(1).
           10 MD-LT-ACTIVE-IND      PIC X(1).
