001500*   L                          - list the archived runs           00001500
001600*   R rrrr yyyy-mm-dd kkkkkkkk - reprint report rrrr, that run    00001600
001700*                                date, burst key (ALL, Dnnn,      00001700
001800*                                OVERFLOW, FYyyyyQn for           00001800
0018A0*                                SOXQ, the user id for CMPR;      000018A0
0018A1*                                blank = ALL)                     000018A1
001900* Batch job - run standalone, on request.                         00001900
002000*---------------------------------------------------------------- 00002000
002100 ENVIRONMENT DIVISION.                                            00002100
