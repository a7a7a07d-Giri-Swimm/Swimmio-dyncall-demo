004800 01 WS-SRC-CD                         PIC X(1)  VALUE SPACES.     00004800
004900 01 WS-STD-STR                        PIC X(80) VALUE SPACES.     00004900
005000 01 WS-STD-LEN                        PIC S9(2) COMP VALUE 80.    00005000
005010 01 WS-STD-LANG-CD                   PIC X(2)  VALUE SPACES.      00005010
005100                                                                  00005100
005200 COPY XXXN001A.                                                   00005200
005300 COPY MMMC0180.                                                   00005300
020300         XXXN001A                                                 00020300
020400         WS-STD-STR                                               00020400
020500         WS-STD-LEN                                               00020500
020510         WS-STD-LANG-CD                                           00020510
020600                                                                  00020600
020700     INITIALIZE XXXN001A                                          00020700
020800                MMMC0180                                          00020800
