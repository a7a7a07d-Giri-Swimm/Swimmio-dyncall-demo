      * delivered, so registering a consumer (or standing the fan-out  *
      * up for the first time) never re-blasts the retained event-log  *
      * history at it. Key it CURRENT TIMESTAMP at registration.       *
      * EC_BATCH_SW Y registers the consumer for batched events: its   *
      * bulk-run singles are covered by the FC_XXXAIL_EVENT_BTCH       *
      * batches (ZZZC0198) YYYB0260 sends it. Any other value keeps    *
      * it on singles, paced during a bulk run.                        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVENT_CONS TABLE
           ( EC_TRX_CD                      CHAR(4) NOT NULL,
             EC_CONSUMER_ID                 CHAR(8) NOT NULL,
             EC_CUTIN_TS                    TIMESTAMP NOT NULL,
             EC_BATCH_SW                    CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EVENT_CONS       *
           10 EC-TRX-CD             PIC X(4).
           10 EC-CONSUMER-ID        PIC X(8).
           10 EC-CUTIN-TS           PIC X(26).
           10 EC-BATCH-SW           PIC X(1).
              88 EC-TAKES-BATCHES             VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTEC01
           REDEFINES
           10 MD-EC-TRX-CD          PIC X(4).
           10 MD-EC-CONSUMER-ID     PIC X(8).
           10 MD-EC-CUTIN-TS        PIC X(26).
           10 MD-EC-BATCH-SW        PIC X(1).
      ******************************************************************
