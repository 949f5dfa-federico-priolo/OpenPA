000010*
000020* LINKTAB.CBL - table of the legami a pratica can have with the
000030* pratica it follows: the name the form sends (LEGAME), the code
000040* PRALINK keeps, and up to four states of the padre that admit
000050* that follow-on. A variante, a proroga or a voltura only follow
000060* a permit already granted; a sanatoria also follows one refused
000070* or closed. Maintained by hand as the regulations change.
000080*
000090 01  LINKTAB-VALUES.
000100     05  FILLER PIC X(19) VALUE "VARIANTE  VAC      ".
000110     05  FILLER PIC X(19) VALUE "PROROGA   PAC      ".
000120     05  FILLER PIC X(19) VALUE "VOLTURA   OAC      ".
000130     05  FILLER PIC X(19) VALUE "SANATORIA SACRECH  ".
000140 01  LINKTAB-AREA REDEFINES LINKTAB-VALUES.
000150     05  LINKTAB-ENTRY OCCURS 4 TIMES
000160                         INDEXED BY LINKTAB-IX.
000170         10  LINKTAB-NOME          PIC X(10).
000180         10  LINKTAB-CODICE        PIC X(01).
000190         10  LINKTAB-STATO-PADRE   PIC X(02)
000200                                   OCCURS 4 TIMES.
000210 01  LINKTAB-COUNT                 PIC 9(3) COMP-5 VALUE 4.
000220 01  LINKTAB-FOUND-SW              PIC X(01).
000230     88  LINKTAB-FOUND                 VALUE "S".
000240     88  LINKTAB-NOT-FOUND             VALUE "N".
