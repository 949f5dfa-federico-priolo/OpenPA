000050*
000060 FD  HISTWORK
000070     LABEL RECORD IS STANDARD.
000080 01  HISTWORK-RECORD               PIC X(320).
