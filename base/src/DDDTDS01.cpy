      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_DSTR_STR)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTDS01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * The stores a disaster event (FC_XXXAIL_DSTR_EVT) affects, as   *
      * MMMB2702 last listed them - the county they were matched on,   *
      * or the miles from the event's point - and what has happened    *
      * to each since: DS_STAT_CD A affected, C closed, R reopened,    *
      * keyed on MMMO1300 with DS_CLOSED_TS and DS_REOPEN_TS (the      *
      * 0001-01-01 timestamp until then). DS_IN_AREA_SW goes to N      *
      * when a relisting no longer takes the store in; a store never   *
      * closed is dropped then, one closed or reopened is kept.        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_DSTR_STR TABLE
           ( DS_EVENT_NM                    CHAR(12) NOT NULL,
             DS_LOC_NBR                     INTEGER NOT NULL,
             DS_LOC_TYP_CD                  CHAR(2) NOT NULL,
             DS_FIPS_CD                     CHAR(5) NOT NULL,
             DS_DIST_MI                     DECIMAL(5, 1) NOT NULL,
             DS_IN_AREA_SW                  CHAR(1) NOT NULL,
             DS_STAT_CD                     CHAR(1) NOT NULL,
             DS_ADDED_TS                    TIMESTAMP NOT NULL,
             DS_CLOSED_TS                   TIMESTAMP NOT NULL,
             DS_REOPEN_TS                   TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_DSTR_STR         *
      ******************************************************************
       01  DCLFC-XXXAIL-DSTR-STR.
           10 DS-EVENT-NM           PIC X(12).
           10 DS-LOC-NBR            PIC S9(9) USAGE COMP.
           10 DS-LOC-TYP-CD         PIC X(2).
           10 DS-FIPS-CD            PIC X(5).
           10 DS-DIST-MI            PIC S9(4)V9(1) USAGE COMP-3.
           10 DS-IN-AREA-SW         PIC X(1).
           10 DS-STAT-CD            PIC X(1).
               88 DS-STORE-AFFECTED          VALUE 'A'.
               88 DS-STORE-CLOSED            VALUE 'C'.
               88 DS-STORE-REOPENED          VALUE 'R'.
           10 DS-ADDED-TS           PIC X(26).
           10 DS-CLOSED-TS          PIC X(26).
           10 DS-REOPEN-TS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTDS01
           REDEFINES
           DCLFC-XXXAIL-DSTR-STR.
           10 MD-DS-EVENT-NM        PIC X(12).
           10 MD-DS-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-DS-LOC-TYP-CD      PIC X(2).
           10 MD-DS-FIPS-CD         PIC X(5).
           10 MD-DS-DIST-MI         PIC S9(4)V9(1) USAGE COMP-3.
           10 MD-DS-IN-AREA-SW      PIC X(1).
           10 MD-DS-STAT-CD         PIC X(1).
           10 MD-DS-ADDED-TS        PIC X(26).
           10 MD-DS-CLOSED-TS       PIC X(26).
           10 MD-DS-REOPEN-TS       PIC X(26).
      ******************************************************************
