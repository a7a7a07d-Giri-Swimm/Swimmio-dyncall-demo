004010 01 YYYS0135-ADDR-STD                   PIC X(8) VALUE 'YYYS0135'.00004010
004020 01 WS-ADDR-STUFF                       PIC X(80) VALUE SPACES.   00004020
004030 01 WS-ADDR-LEN                         PIC S9(2) COMP VALUE 0.   00004030
004031 01 WS-ADDR-LANG-CD                     PIC X(2) VALUE SPACES.    00004031
004100                                                                  00004100
004200 01 WS-NAME-STUFF.                                                00004200
004300     05 WS-FIRST-NAME                   PIC X(15) VALUE SPACE.    00004300
032694           XXXN001A                                               00032694
032695           WS-ADDR-STUFF                                          00032695
032696           WS-ADDR-LEN                                            00032696
03269A           WS-ADDR-LANG-CD                                        0003269A
032697     END-IF                                                       00032697
032698     .                                                            00032698
032699                                                                  00032699
