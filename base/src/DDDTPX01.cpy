      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_PILOT_CNFL)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTPX01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Conflicting pilots - one row per pair of FC_XXXAIL_PILOT       *
      * pilots that must not run in the same store (as test or         *
      * control) on overlapping dates. A pair is keyed once and read   *
      * both ways. Maintained through MMMO0200 (table id PX).          *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_PILOT_CNFL TABLE
           ( PX_PILOT_ID                    CHAR(8) NOT NULL,
             PX_CNFL_PILOT_ID               CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_PILOT_CNFL       *
      ******************************************************************
       01  DCLFC-XXXAIL-PILOT-CNFL.
           10 PX-PILOT-ID           PIC X(8).
           10 PX-CNFL-PILOT-ID      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
       01  DDDTPX01
           REDEFINES
           DCLFC-XXXAIL-PILOT-CNFL.
           10 MD-PX-PILOT-ID        PIC X(8).
           10 MD-PX-CNFL-PILOT-ID   PIC X(8).
      ******************************************************************
