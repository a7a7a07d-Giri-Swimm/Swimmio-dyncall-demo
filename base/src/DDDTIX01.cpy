      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EDI_XCHG)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTIX01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * One row per EDI interchange sent to a trading partner - the    *
      * interchange control number on its ISA, the document, when it   *
      * went, whether it was a full replacement (F) or changes only    *
      * (C), and what it carried. With FC_XXXAIL_EDI_ORG_SENT it is    *
      * the record of what each partner was told. Written by MMMB1702. *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EDI_XCHG TABLE
           ( IX_PARTNER_ID                  CHAR(8) NOT NULL,
             IX_ICN                         DECIMAL(9, 0) NOT NULL,
             IX_DOC_TYP_CD                  CHAR(3) NOT NULL,
             IX_SENT_TS                     TIMESTAMP NOT NULL,
             IX_XCHG_TYP_CD                 CHAR(1) NOT NULL,
             IX_ADD_CNT                     DECIMAL(7, 0) NOT NULL,
             IX_MOVE_CNT                    DECIMAL(7, 0) NOT NULL,
             IX_CLOSE_CNT                   DECIMAL(7, 0) NOT NULL,
             IX_SEG_CNT                     DECIMAL(9, 0) NOT NULL,
             IX_JOB_NM                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EDI_XCHG         *
      ******************************************************************
       01  DCLFC-XXXAIL-EDI-XCHG.
           10 IX-PARTNER-ID         PIC X(8).
           10 IX-ICN                PIC S9(9)V USAGE COMP-3.
           10 IX-DOC-TYP-CD         PIC X(3).
           10 IX-SENT-TS            PIC X(26).
           10 IX-XCHG-TYP-CD        PIC X(1).
               88 IX-FULL-REPLACEMENT          VALUE 'F'.
               88 IX-CHANGES-ONLY              VALUE 'C'.
           10 IX-ADD-CNT            PIC S9(7)V USAGE COMP-3.
           10 IX-MOVE-CNT           PIC S9(7)V USAGE COMP-3.
           10 IX-CLOSE-CNT          PIC S9(7)V USAGE COMP-3.
           10 IX-SEG-CNT            PIC S9(9)V USAGE COMP-3.
           10 IX-JOB-NM             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTIX01
           REDEFINES
           DCLFC-XXXAIL-EDI-XCHG.
           10 MD-IX-PARTNER-ID      PIC X(8).
           10 MD-IX-ICN             PIC S9(9)V USAGE COMP-3.
           10 MD-IX-DOC-TYP-CD      PIC X(3).
           10 MD-IX-SENT-TS         PIC X(26).
           10 MD-IX-XCHG-TYP-CD     PIC X(1).
           10 MD-IX-ADD-CNT         PIC S9(7)V USAGE COMP-3.
           10 MD-IX-MOVE-CNT        PIC S9(7)V USAGE COMP-3.
           10 MD-IX-CLOSE-CNT       PIC S9(7)V USAGE COMP-3.
           10 MD-IX-SEG-CNT         PIC S9(9)V USAGE COMP-3.
           10 MD-IX-JOB-NM          PIC X(8).
      ******************************************************************
