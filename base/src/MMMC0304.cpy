002100         88 MMMC0304-STR-DEPT                  VALUE 015.         00002100
002200         88 MMMC0304-VEND-SOURCING             VALUE 016.         00002200
002300         88 MMMC0304-VENDOR-LOCATION           VALUE 017.         00002300
002310*        Aliases carried by the DAOs - same codes, table names.   00002310
002320         88 MMMC0304-FC-XXXAIL-STORES          VALUE 009.         00002320
002330         88 MMMC0304-XXXATION                  VALUE 010.         00002330
002340         88 MMMC0304-XXXAIL-LOC                VALUE 013.         00002340
002350         88 MMMC0304-XXX-DEPT                  VALUE 015.         00002350
002400     05 MMMC0304-STATUS               PIC X(01)  VALUE SPACES.    00002400
002500         88 MMMC0304-NO-CHILD                    VALUE ' '.       00002500
002600         88 MMMC0304-CHILD                       VALUE 'X'.       00002600
002610         88 MMMC0304-NO-PARENT                   VALUE 'N'.       00002610
002620         88 MMMC0304-PARENT                      VALUE 'P'.       00002620
002700     05 MMMC0304-DATA                 PIC X(250) VALUE SPACES.    00002700
002800     05 REDEFINES MMMC0304-DATA.                                  00002800
002900        10 MMMC0304-AP-TYP-CD         PIC X(2).                   00002900
005600        10 MMMC0304-STR-DEPT-NBR      PIC X(5).                   00005600
005700        10 MMMC0304-STR-SUB-DEPT-ID   PIC X(5).                   00005700
005800        10 FILLER                     PIC X(240).                 00005800
005810     05 REDEFINES MMMC0304-DATA.                                  00005810
005820        10 MMMC0304-XXX-DEPT-NBR      PIC X(5).                   00005820
005830        10 MMMC0304-XXX-SUB-DEPT-ID   PIC X(5).                   00005830
005840        10 FILLER                     PIC X(240).                 00005840
005900     05 REDEFINES MMMC0304-DATA.                                  00005900
006000        10 MMMC0304-FAC-ID            PIC S9(2)V USAGE COMP-3.    00006000
006100        10 MMMC0304-OMI-VEND-NBR      PIC S9(9) USAGE COMP.       00006100
