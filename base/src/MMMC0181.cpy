000100*-----------------------------------------------------------------00000100
000200* Linkage parameters for MMMS0181, the change-freeze service      00000200
000300* (FC_XXXAIL_FREEZE_CAL / FC_XXXAIL_FRZ_OVRD).                    00000300
000400*   CHECK-CHANGE - may this user make this change now. The        00000400
000500*                  caller lists the protected columns the change  00000500
000600*                  touches (FA_FLD_NM names - none for a table    00000600
000700*                  with no protected columns); a freeze in force  00000700
000800*                  on *ALL, or on a group owning a listed column, 00000800
000900*                  fails the call with the reason in              00000900
001000*                  IS-RTRN-MSG-TXT unless the user is in the      00001000
001100*                  freeze's override group, in which case the     00001100
001200*                  override is logged and the change passes       00001200
001300*   GET-BANNER   - the screen banner text while a freeze is in    00001300
001400*                  force, spaces otherwise. Never fails the       00001400
001500*                  caller and leaves XXXN001A alone, so a screen  00001500
001600*                  can ask just before it sends.                  00001600
001700*-----------------------------------------------------------------00001700
001800 01 MMMC0181.                                                     00001800
001900     05 MMMC0181-FUNC                PIC X(1) VALUE SPACES.       00001900
002000         88 MMMC0181-CHECK-CHANGE            VALUE 'C'.           00002000
002100         88 MMMC0181-GET-BANNER              VALUE 'B'.           00002100
002200     05 MMMC0181-PGM-NM              PIC X(8) VALUE SPACES.       00002200
002300     05 MMMC0181-USER-ID             PIC X(8) VALUE SPACES.       00002300
002400     05 MMMC0181-CALLER-SW           PIC X(1) VALUE SPACES.       00002400
002500         88 MMMC0181-ONLINE-CALLER           VALUE 'O'.           00002500
002600         88 MMMC0181-BATCH-CALLER            VALUE 'B'.           00002600
002700     05 MMMC0181-CHG-TYPE-CD         PIC X(1) VALUE SPACES.       00002700
002800         88 MMMC0181-ADD                     VALUE 'A'.           00002800
002900         88 MMMC0181-MODIFY                  VALUE 'M'.           00002900
003000         88 MMMC0181-DELETE                  VALUE 'D'.           00003000
003100     05 MMMC0181-LOC-TYP-CD          PIC X(2) VALUE SPACES.       00003100
003200     05 MMMC0181-LOC-NBR             PIC S9(9) COMP VALUE 0.      00003200
003300     05 MMMC0181-FLD-CNT             PIC S9(4) COMP VALUE 0.      00003300
003400     05 MMMC0181-FLD-NM              PIC X(18) OCCURS 4 TIMES.    00003400
003500     05 MMMC0181-RESULT-SW           PIC X(1) VALUE SPACES.       00003500
003600         88 MMMC0181-NOT-FROZEN              VALUE 'N'.           00003600
003700         88 MMMC0181-FROZEN                  VALUE 'F'.           00003700
003800         88 MMMC0181-OVERRIDDEN              VALUE 'O'.           00003800
003900     05 MMMC0181-FREEZE-ID           PIC X(8) VALUE SPACES.       00003900
004000     05 MMMC0181-FREEZE-END-TS       PIC X(26) VALUE SPACES.      00004000
004100     05 MMMC0181-BANNER-TXT          PIC X(30) VALUE SPACES.      00004100
004200     05 FILLER                       PIC X(20) VALUE SPACES.      00004200
