      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EVENT_INTR)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTEI01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Field-level interest of an event consumer - one row per        *
      * consumer, TRX_CD and store column the consumer cares about.    *
      * EI_FIELD_NM is the FC_XXXAIL_STORES column name as the history *
      * decode (MMMB4001) prints it; the XXXAIL_LOC fields reach it    *
      * through MMMS0174's mapping. The YYYB0260 fan-out delivers a    *
      * store event to a consumer with interest rows for its TRX_CD    *
      * only when one of those columns differs between the before and  *
      * after images of the change; the rest are marked F (filtered)   *
      * on FC_XXXAIL_EVENT_SEND. A consumer with no rows for a TRX_CD  *
      * hears every event of it, as before.                            *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVENT_INTR TABLE
           ( EI_CONSUMER_ID                 CHAR(8) NOT NULL,
             EI_TRX_CD                      CHAR(4) NOT NULL,
             EI_FIELD_NM                    CHAR(18) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EVENT_INTR       *
      ******************************************************************
       01  DCLFC-XXXAIL-EVENT-INTR.
           10 EI-CONSUMER-ID        PIC X(8).
           10 EI-TRX-CD             PIC X(4).
           10 EI-FIELD-NM           PIC X(18).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
       01  DDDTEI01
           REDEFINES
           DCLFC-XXXAIL-EVENT-INTR.
           10 MD-EI-CONSUMER-ID     PIC X(8).
           10 MD-EI-TRX-CD          PIC X(4).
           10 MD-EI-FIELD-NM        PIC X(18).
      ******************************************************************
