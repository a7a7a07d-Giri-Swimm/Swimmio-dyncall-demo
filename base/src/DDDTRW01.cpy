      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_RCV_WNDW)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTRW01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DSD receiving windows - one row per store, day of week (1 =    *
      * Monday ... 7 = Sunday, as MMMS0168 counts) and window start,   *
      * giving the window end, the door the vendors deliver to and     *
      * the most DSD vendors the store will take at once. Times are    *
      * store-local hh.mm.ss like the store hours. The door is F for   *
      * the front receiving door, or the store's unload facility code  *
      * (FC_RL_UNLOAD_SW) for its dock. Maintained through MMMO0200    *
      * (table id RW). MMMB4102 sends the coming week's windows to     *
      * the DSD vendors, dated and held to the store's resolved hours, *
      * and lists windows that clash with warehouse arrivals or fall   *
      * outside store hours.                                           *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_RCV_WNDW TABLE
           ( RW_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             RW_LOC_TYP_CD                  CHAR(2) NOT NULL,
             RW_DAY_OF_WK_NBR               DECIMAL(1, 0) NOT NULL,
             RW_STRT_TM                     CHAR(8) NOT NULL,
             RW_END_TM                      CHAR(8) NOT NULL,
             RW_DOOR_CD                     CHAR(1) NOT NULL,
             RW_MAX_VNDR_QTY                DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_RCV_WNDW         *
      ******************************************************************
       01  DCLFC-XXXAIL-RCV-WNDW.
           10 RW-LOC-NBR            PIC S9(9) USAGE COMP.
           10 RW-LOC-TYP-CD         PIC X(2).
           10 RW-DAY-OF-WK-NBR      PIC S9(1)V USAGE COMP-3.
           10 RW-STRT-TM            PIC X(8).
           10 RW-END-TM             PIC X(8).
           10 RW-DOOR-CD            PIC X(1).
           10 RW-MAX-VNDR-QTY       PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
       01  DDDTRW01
           REDEFINES
           DCLFC-XXXAIL-RCV-WNDW.
           10 MD-RW-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-RW-LOC-TYP-CD      PIC X(2).
           10 MD-RW-DAY-OF-WK-NBR   PIC S9(1)V USAGE COMP-3.
           10 MD-RW-STRT-TM         PIC X(8).
           10 MD-RW-END-TM          PIC X(8).
           10 MD-RW-DOOR-CD         PIC X(1).
           10 MD-RW-MAX-VNDR-QTY    PIC S9(3)V USAGE COMP-3.
      ******************************************************************
