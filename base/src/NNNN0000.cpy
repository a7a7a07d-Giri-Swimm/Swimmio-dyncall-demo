00969C*        edits, no event staging.                                 0000969C
00969D         10 NNNN0000-BIN-UTILITY-SW PIC X(1) VALUE SPACES.        0000969D
00969E             88 BIN-UTILITY-CALL             VALUE 'Y'.           0000969E
00969F* Opening-date change reason - the FC_XXXAIL_CODE_DOM OP_RSN_CD   0000969F
00969G* code recorded on FC_XXXAIL_OPEN_SLIP when the call moves an     0000969G
00969H* opening date (NNNS0120 FC_RL_OPENING_DT, NNNS0488               0000969H
00969I* SLS_OPEN_DT). Spaces = no reason given.                         0000969I
00969J         10 NNNN0000-OPEN-DT-RSN-CD PIC X(2) VALUE SPACES.        0000969J
009700         10 FILLER                 PIC X(24)  VALUE SPACES.       00009700
009800                                                                  00009800
009900* ----------------------------------------------------------------00009900
010000* EXIT CODES                                                      00010000
