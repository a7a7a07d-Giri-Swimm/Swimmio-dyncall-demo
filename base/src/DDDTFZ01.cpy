      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_FREEZE_CAL)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTFZ01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Change-freeze calendar - one row per freeze window (period     *
      * close, holiday peak, a conversion cutover). While CURRENT      *
      * TIMESTAMP is on or after FZ_START_TS and before FZ_END_TS the  *
      * fields of FZ_FLD_GROUP - an FA_AUTH_GROUP on                   *
      * FC_XXXAIL_FLD_AUTH (DDDTFA01), or *ALL for every change to the *
      * store master - may not be changed through NNNS0120, NNNS0487   *
      * or NNNS0488 (MMMS0181 decides). A member of FZ_OVRD_GROUP on   *
      * FC_XXXAIL_USER_GROUP may still make the change; the override   *
      * is logged on FC_XXXAIL_FRZ_OVRD (DDDTFO01). FZ_SCOPE_CD O      *
      * binds online changes only, A binds batch callers as well.      *
      * Maintained as table FZ on MMMO0200.                            *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_FREEZE_CAL TABLE
           ( FZ_FREEZE_ID                   CHAR(8) NOT NULL,
             FZ_START_TS                    TIMESTAMP NOT NULL,
             FZ_END_TS                      TIMESTAMP NOT NULL,
             FZ_FLD_GROUP                   CHAR(8) NOT NULL,
             FZ_OVRD_GROUP                  CHAR(8) NOT NULL,
             FZ_SCOPE_CD                    CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_FREEZE_CAL       *
      ******************************************************************
       01  DCLFC-XXXAIL-FREEZE-CAL.
           10 FZ-FREEZE-ID          PIC X(8).
           10 FZ-START-TS           PIC X(26).
           10 FZ-END-TS             PIC X(26).
           10 FZ-FLD-GROUP          PIC X(8).
           10 FZ-OVRD-GROUP         PIC X(8).
           10 FZ-SCOPE-CD           PIC X(1).
              88 FZ-BINDS-ONLINE-ONLY         VALUE 'O'.
              88 FZ-BINDS-ALL-CALLERS         VALUE 'A'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
       01  DDDTFZ01
           REDEFINES
           DCLFC-XXXAIL-FREEZE-CAL.
           10 MD-FZ-FREEZE-ID       PIC X(8).
           10 MD-FZ-START-TS        PIC X(26).
           10 MD-FZ-END-TS          PIC X(26).
           10 MD-FZ-FLD-GROUP       PIC X(8).
           10 MD-FZ-OVRD-GROUP      PIC X(8).
           10 MD-FZ-SCOPE-CD        PIC X(1).
      ******************************************************************
