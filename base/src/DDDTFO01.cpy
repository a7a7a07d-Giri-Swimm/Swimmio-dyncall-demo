      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_FRZ_OVRD)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTFO01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Change-freeze overrides - one row each time a member of a      *
      * freeze's override group changed a frozen field (or, for an     *
      * *ALL freeze, anything) while the freeze was in force: who,     *
      * under which freeze, what field, from which program, on which   *
      * location, what kind of change and when. Written by MMMS0181;   *
      * MMMB2402 lists the prior day's rows the next morning.          *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_FRZ_OVRD TABLE
           ( FO_FREEZE_ID                   CHAR(8) NOT NULL,
             FO_USER_ID                     CHAR(8) NOT NULL,
             FO_FLD_NM                      CHAR(18) NOT NULL,
             FO_PGM_NM                      CHAR(8) NOT NULL,
             FO_LOC_TYP_CD                  CHAR(2) NOT NULL,
             FO_LOC_NBR                     INTEGER NOT NULL,
             FO_CHG_TYPE_CD                 CHAR(1) NOT NULL,
             FO_OVRD_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_FRZ_OVRD         *
      ******************************************************************
       01  DCLFC-XXXAIL-FRZ-OVRD.
           10 FO-FREEZE-ID          PIC X(8).
           10 FO-USER-ID            PIC X(8).
           10 FO-FLD-NM             PIC X(18).
           10 FO-PGM-NM             PIC X(8).
           10 FO-LOC-TYP-CD         PIC X(2).
           10 FO-LOC-NBR            PIC S9(9) USAGE COMP.
           10 FO-CHG-TYPE-CD        PIC X(1).
           10 FO-OVRD-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
       01  DDDTFO01
           REDEFINES
           DCLFC-XXXAIL-FRZ-OVRD.
           10 MD-FO-FREEZE-ID       PIC X(8).
           10 MD-FO-USER-ID         PIC X(8).
           10 MD-FO-FLD-NM          PIC X(18).
           10 MD-FO-PGM-NM          PIC X(8).
           10 MD-FO-LOC-TYP-CD      PIC X(2).
           10 MD-FO-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-FO-CHG-TYPE-CD     PIC X(1).
           10 MD-FO-OVRD-TS         PIC X(26).
      ******************************************************************
