000100*-----------------------------------------------------------------00000100
000200* Linkage parameters for MMMS0185, the pilot enrollment service   00000200
000300* over FC_XXXAIL_PILOT_STORE (DDDTPS01).                          00000300
000400*   ENROLL   - enroll the test store LOC-NBR in PILOT-ID from     00000400
000500*              ENRL-DT (blank means today), paired with the       00000500
000600*              control store CTL-LOC-NBR. A zero CTL-LOC-NBR      00000600
000700*              has the service pick the nearest open store of     00000700
000800*              the same retail format (MMMS0169) that is free     00000800
000900*              for the pilot; the chosen store, its distance      00000900
001000*              and the format come back on a good return          00001000
001100*   WITHDRAW - take the test store out of the pilot               00001100
001200* USER-ID goes on the row's last-update stamp. A refused          00001200
001300* change comes back FAILURE with the reason in                    00001300
001400* IS-RTRN-MSG-TXT.                                                00001400
001500*-----------------------------------------------------------------00001500
001600 01 MMMC0185.                                                     00001600
001700     05 MMMC0185-FUNC                PIC X(1)  VALUE SPACES.      00001700
001800         88 MMMC0185-ENROLL                  VALUE 'E'.           00001800
001900         88 MMMC0185-WITHDRAW                VALUE 'W'.           00001900
002000     05 MMMC0185-PILOT-ID            PIC X(8)  VALUE SPACES.      00002000
002100     05 MMMC0185-LOC-NBR             PIC S9(9) COMP VALUE 0.      00002100
002200     05 MMMC0185-LOC-TYP-CD          PIC X(2)  VALUE SPACES.      00002200
002300     05 MMMC0185-CTL-LOC-NBR         PIC S9(9) COMP VALUE 0.      00002300
002400     05 MMMC0185-CTL-DIST-MI         PIC 9(5)V9(1) VALUE 0.       00002400
002500     05 MMMC0185-ENRL-DT             PIC X(10) VALUE SPACES.      00002500
002600     05 MMMC0185-FRMAT-CD            PIC X(5)  VALUE SPACES.      00002600
002700     05 MMMC0185-USER-ID             PIC X(8)  VALUE SPACES.      00002700
002800     05 FILLER                       PIC X(20) VALUE SPACES.      00002800
