000010*
000020* SELRICV.CBL - FILE-CONTROL entry for PRARICEV, the numbered
000030* ricevute the sportello hands the citizen for every incasso
000040* (see FDERICV.CBL for the record layout). Keyed comune plus
000050* year plus ricevuta number, numbered afresh every year.
000060*
000070         SELECT PRARICEV ASSIGN FILE-PRARICEV
000080         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000100         RECORD KEY IS PRARICEV-KEY
000110         FILE STATUS  IS STATUS-PRARICEV.
