000100*-----------------------------------------------------------------00000100
000200* Linkage parameters for MMMS0182, the store renumber             00000200
000300* cross-reference service (FC_XXXAIL_STORE_RENUM).                00000300
000400*   RESOLVE - the caller passes the location type and number as   00000400
000500*             keyed; a number MMMB3202 has retired comes back     00000500
000600*             replaced by the number the location carries now,    00000600
000700*             with the date of the renumber and the keyed number  00000700
000800*             kept aside for the caller's message; any other      00000800
000900*             number comes back unchanged                         00000900
001000*-----------------------------------------------------------------00001000
001100 01 MMMC0182.                                                     00001100
001200     05 MMMC0182-FUNC                PIC X(1) VALUE SPACES.       00001200
001300         88 MMMC0182-RESOLVE                 VALUE 'R'.           00001300
001400     05 MMMC0182-LOC-TYP-CD          PIC X(2) VALUE SPACES.       00001400
001500     05 MMMC0182-LOC-NBR             PIC S9(9) COMP VALUE 0.      00001500
001600     05 MMMC0182-KEYED-LOC-NBR       PIC S9(9) COMP VALUE 0.      00001600
001700     05 MMMC0182-RENUM-DT            PIC X(10) VALUE SPACES.      00001700
001800     05 MMMC0182-RESULT-SW           PIC X(1) VALUE SPACES.       00001800
001900         88 MMMC0182-NOT-RENUMBERED          VALUE 'N'.           00001900
002000         88 MMMC0182-RENUMBERED              VALUE 'R'.           00002000
002100     05 FILLER                       PIC X(20) VALUE SPACES.      00002100
