000100*-----------------------------------------------------------------00000100
000200* Linkage parameters for MMMS0183, the code-domain lookup/decode  00000200
000300* service over FC_XXXAIL_CODE_DOM.                                00000300
000400*   VALIDATE - is this value in the column's domain as of the     00000400
000500*              date (active, inside its effective dates)          00000500
000600*   GET-DESC - decode the value to its description (also          00000600
000700*              answers the switches, so one call does both)       00000700
000800* FLD-NM is the DB2 column name (FC_RL_STATUS_CD, GRP_CD, ...).   00000800
000900* AS-OF-DT blank means today. DOMAIN-LOADED says whether the      00000900
001000* column has any domain rows at all - a column not loaded yet     00001000
001100* is not edited, so a caller only rejects a value when the        00001100
001200* domain is loaded and the value is not in effect.                00001200
001300*-----------------------------------------------------------------00001300
001400 01 MMMC0183.                                                     00001400
001500     05 MMMC0183-FUNC                PIC X(1) VALUE SPACES.       00001500
001600         88 MMMC0183-VALIDATE                VALUE 'V'.           00001600
001700         88 MMMC0183-GET-DESC                VALUE 'G'.           00001700
001800     05 MMMC0183-FLD-NM              PIC X(18) VALUE SPACES.      00001800
001900     05 MMMC0183-CODE-VAL            PIC X(10) VALUE SPACES.      00001900
002000     05 MMMC0183-AS-OF-DT            PIC X(10) VALUE SPACES.      00002000
002100     05 MMMC0183-DOMAIN-SW           PIC X(1) VALUE SPACES.       00002100
002200         88 MMMC0183-DOMAIN-LOADED           VALUE 'Y'.           00002200
002300         88 MMMC0183-DOMAIN-NOT-LOADED       VALUE 'N'.           00002300
002400     05 MMMC0183-FOUND-SW            PIC X(1) VALUE SPACES.       00002400
002500         88 MMMC0183-CODE-FOUND              VALUE 'Y'.           00002500
002600         88 MMMC0183-CODE-NOT-FOUND          VALUE 'N'.           00002600
002700     05 MMMC0183-EFFECT-SW           PIC X(1) VALUE SPACES.       00002700
002800         88 MMMC0183-CODE-IN-EFFECT          VALUE 'Y'.           00002800
002900         88 MMMC0183-CODE-NOT-IN-EFFECT      VALUE 'N'.           00002900
003000     05 MMMC0183-CODE-DESC           PIC X(30) VALUE SPACES.      00003000
003100     05 FILLER                       PIC X(20) VALUE SPACES.      00003100
