      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_DQ_RULE)                        *
      *        LIBRARY(SYS2.DBCLIB(DDDTDQ01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Store-master data-quality rules - one row per rule, read by    *
      * the generic rules engine (MMMB2802) and kept on the MMMO0200   *
      * control-table screen (table DQ). A rule names a registered     *
      * MMMK003A column and the condition that makes a store an        *
      * exception: BL blank, ZR zero, NL not in the value list, CF     *
      * compares to a second column, DB/DA a date before/after the     *
      * second column, the value date or (both blank) today. The       *
      * optional when-column and value list limit the rule to the      *
      * stores it applies to. Exceptions land on FC_XXXAIL_EXCP_DTL    *
      * with the rule id as the job name, so the metrics limits and    *
      * the scorecard weight are set per rule.                         *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_DQ_RULE TABLE
           ( DQ_RULE_ID                     CHAR(8) NOT NULL,
             DQ_SEV_CD                      CHAR(1) NOT NULL,
             DQ_ACTIVE_SW                   CHAR(1) NOT NULL,
             DQ_COL_NM                      CHAR(18) NOT NULL,
             DQ_OPER_CD                     CHAR(2) NOT NULL,
             DQ_CMP_OP_CD                   CHAR(2) NOT NULL,
             DQ_CMP_COL_NM                  CHAR(18) NOT NULL,
             DQ_VALUE_TXT                   CHAR(60) NOT NULL,
             DQ_WHEN_COL_NM                 CHAR(18) NOT NULL,
             DQ_WHEN_VALUE_TXT              CHAR(40) NOT NULL,
             DQ_MSG_TXT                     CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_DQ_RULE          *
      ******************************************************************
       01  DCLFC-XXXAIL-DQ-RULE.
           10 DQ-RULE-ID            PIC X(8).
           10 DQ-SEV-CD             PIC X(1).
              88 DQ-SEV-ERROR                 VALUE 'E'.
              88 DQ-SEV-WARNING               VALUE 'W'.
              88 DQ-SEV-INFO                  VALUE 'I'.
           10 DQ-ACTIVE-SW          PIC X(1).
           10 DQ-COL-NM             PIC X(18).
           10 DQ-OPER-CD            PIC X(2).
              88 DQ-OPER-BLANK                VALUE 'BL'.
              88 DQ-OPER-ZERO                 VALUE 'ZR'.
              88 DQ-OPER-NOT-IN-LIST          VALUE 'NL'.
              88 DQ-OPER-CMP-FIELD            VALUE 'CF'.
              88 DQ-OPER-DATE-BEFORE          VALUE 'DB'.
              88 DQ-OPER-DATE-AFTER           VALUE 'DA'.
           10 DQ-CMP-OP-CD          PIC X(2).
           10 DQ-CMP-COL-NM         PIC X(18).
           10 DQ-VALUE-TXT          PIC X(60).
           10 DQ-WHEN-COL-NM        PIC X(18).
           10 DQ-WHEN-VALUE-TXT     PIC X(40).
           10 DQ-MSG-TXT            PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
       01  DDDTDQ01
           REDEFINES
           DCLFC-XXXAIL-DQ-RULE.
           10 MD-DQ-RULE-ID         PIC X(8).
           10 MD-DQ-SEV-CD          PIC X(1).
           10 MD-DQ-ACTIVE-SW       PIC X(1).
           10 MD-DQ-COL-NM          PIC X(18).
           10 MD-DQ-OPER-CD         PIC X(2).
           10 MD-DQ-CMP-OP-CD       PIC X(2).
           10 MD-DQ-CMP-COL-NM      PIC X(18).
           10 MD-DQ-VALUE-TXT       PIC X(60).
           10 MD-DQ-WHEN-COL-NM     PIC X(18).
           10 MD-DQ-WHEN-VALUE-TXT  PIC X(40).
           10 MD-DQ-MSG-TXT         PIC X(40).
      ******************************************************************
