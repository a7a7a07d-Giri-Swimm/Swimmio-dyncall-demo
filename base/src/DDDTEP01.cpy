      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EDI_PTNR)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTEP01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * EDI trading partners we send the 816 organizational            *
      * relationships document to - one row per partner id used on    *
      * FC_XXXAIL_B2B_ROUTE, carrying the interchange sender and       *
      * receiver ids, the last interchange control number sent and     *
      * whether the partner has had its first full replacement.        *
      * Setting EP_FULL_SENT_IND back to N makes MMMB1702 resend the   *
      * whole list on its next run.                                    *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EDI_PTNR TABLE
           ( EP_PARTNER_ID                  CHAR(8) NOT NULL,
             EP_PARTNER_NM                  CHAR(30) NOT NULL,
             EP_SNDR_QUAL_CD                CHAR(2) NOT NULL,
             EP_SNDR_ID                     CHAR(15) NOT NULL,
             EP_RCVR_QUAL_CD                CHAR(2) NOT NULL,
             EP_RCVR_ID                     CHAR(15) NOT NULL,
             EP_ACTV_IND                    CHAR(1) NOT NULL,
             EP_FULL_SENT_IND               CHAR(1) NOT NULL,
             EP_LAST_ICN                    DECIMAL(9, 0) NOT NULL,
             EP_LAST_SENT_TS                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EDI_PTNR         *
      ******************************************************************
       01  DCLFC-XXXAIL-EDI-PTNR.
           10 EP-PARTNER-ID         PIC X(8).
           10 EP-PARTNER-NM         PIC X(30).
           10 EP-SNDR-QUAL-CD       PIC X(2).
           10 EP-SNDR-ID            PIC X(15).
           10 EP-RCVR-QUAL-CD       PIC X(2).
           10 EP-RCVR-ID            PIC X(15).
           10 EP-ACTV-IND           PIC X(1).
               88 EP-PARTNER-ACTIVE            VALUE 'Y'.
               88 EP-PARTNER-INACTIVE          VALUE 'N'.
           10 EP-FULL-SENT-IND      PIC X(1).
               88 EP-FULL-SENT                 VALUE 'Y'.
               88 EP-FULL-NOT-SENT             VALUE 'N'.
           10 EP-LAST-ICN           PIC S9(9)V USAGE COMP-3.
           10 EP-LAST-SENT-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTEP01
           REDEFINES
           DCLFC-XXXAIL-EDI-PTNR.
           10 MD-EP-PARTNER-ID      PIC X(8).
           10 MD-EP-PARTNER-NM      PIC X(30).
           10 MD-EP-SNDR-QUAL-CD    PIC X(2).
           10 MD-EP-SNDR-ID         PIC X(15).
           10 MD-EP-RCVR-QUAL-CD    PIC X(2).
           10 MD-EP-RCVR-ID         PIC X(15).
           10 MD-EP-ACTV-IND        PIC X(1).
           10 MD-EP-FULL-SENT-IND   PIC X(1).
           10 MD-EP-LAST-ICN        PIC S9(9)V USAGE COMP-3.
           10 MD-EP-LAST-SENT-TS    PIC X(26).
      ******************************************************************
