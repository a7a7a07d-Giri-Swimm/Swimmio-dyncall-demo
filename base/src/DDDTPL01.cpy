      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_PILOT)                          *
      *        LIBRARY(SYS2.DBCLIB(DDDTPL01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Store pilot programs - one row per pilot, with its owner and   *
      * the dates it runs. Stores are enrolled against it on           *
      * FC_XXXAIL_PILOT_STORE; pilots that must not share a store are  *
      * paired on FC_XXXAIL_PILOT_CNFL. Maintained through MMMO0200    *
      * (table id PL). MMMB3802 reports the active pilots weekly.      *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_PILOT TABLE
           ( PL_PILOT_ID                    CHAR(8) NOT NULL,
             PL_PILOT_DES                   CHAR(30) NOT NULL,
             PL_OWNER_ID                    CHAR(8) NOT NULL,
             PL_STRT_DT                     DATE NOT NULL,
             PL_END_DT                      DATE NOT NULL,
             PL_ACTIVE_IND                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_PILOT            *
      ******************************************************************
       01  DCLFC-XXXAIL-PILOT.
           10 PL-PILOT-ID           PIC X(8).
           10 PL-PILOT-DES          PIC X(30).
           10 PL-OWNER-ID           PIC X(8).
           10 PL-STRT-DT            PIC X(10).
           10 PL-END-DT             PIC X(10).
           10 PL-ACTIVE-IND         PIC X(1).
               88 PL-ACTIVE                   VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
       01  DDDTPL01
           REDEFINES
           DCLFC-XXXAIL-PILOT.
           10 MD-PL-PILOT-ID        PIC X(8).
           10 MD-PL-PILOT-DES       PIC X(30).
           10 MD-PL-OWNER-ID        PIC X(8).
           10 MD-PL-STRT-DT         PIC X(10).
           10 MD-PL-END-DT          PIC X(10).
           10 MD-PL-ACTIVE-IND      PIC X(1).
      ******************************************************************
