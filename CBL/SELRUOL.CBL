000010*
000020* SELRUOL.CBL - FILE-CONTROL entry for RUOLOUT, the nightly flow
000030* of debts handed to the agente della riscossione for iscrizione
000040* a ruolo (see FDERUOL.CBL for the record layout). Opened OUTPUT
000050* once per OPENPJ24 run; the agent's pick-up takes the whole file.
000060*
000070         SELECT RUOLOUT ASSIGN FILE-RUOLOUT
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS  IS STATUS-RUOLOUT.
