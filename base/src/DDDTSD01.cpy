      * lettered for that consumer alone. An event/consumer pair with  *
      * no row here has not been delivered yet - that is the fan-out   *
      * driver's work queue, and it is what lets the warehouse being   *
      * down leave the pricing feed untouched. F marks an event the    *
      * consumer's field interests on FC_XXXAIL_EVENT_INTR (DDDTEI01)  *
      * filtered out - never sent, never to be acknowledged, and       *
      * counted per consumer to show the reduction.                    *
      * B marks a bulk-run single covered by a batched event sent to   *
      * a consumer registered for batches - the batch is what it       *
      * acknowledges. A batch's own delivery state is kept here too,   *
      * under its FC_XXXAIL_EVENT_BTCH TRX_CD and EB_EFF_TS.           *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVENT_SEND TABLE
           ( SD_TRX_CD                      CHAR(4) NOT NULL,
           10 SD-STAT-CD             PIC X(1).
               88 SD-STAT-SENT                VALUE 'S'.
               88 SD-STAT-DEAD-LETTERED      VALUE 'D'.
               88 SD-STAT-FILTERED           VALUE 'F'.
               88 SD-STAT-BATCHED            VALUE 'B'.
           10 SD-SEND-TS             PIC X(26).
           10 SD-RETRY-CNT           PIC S9(4) USAGE COMP.
      ******************************************************************
