000010*
000020* SELCASS.CBL - FILE-CONTROL entry for PRACASSA, the sportello
000030* cash sessions (see FDECASS.CBL for the record layout). Keyed
000040* comune plus day plus operatore, so each operatore has at most
000050* one cassa a day and a comune's day reads back together.
000060*
000070         SELECT PRACASSA ASSIGN FILE-PRACASSA
000080         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000100         RECORD KEY IS PRACASSA-KEY
000110         FILE STATUS  IS STATUS-PRACASSA.
