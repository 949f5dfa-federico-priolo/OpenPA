000010*
000020* SELPERFS.CBL - FILE-CONTROL entry for PERFSTAT, the history of
000030* the nightly OPENPJ38 figures (see FDEPERFS.CBL). Keyed on
000040* comune, TIPO and date of the run, so the row of the week before
000050* is one positioned read away.
000060*
000070         SELECT PERFSTAT ASSIGN FILE-PERFSTAT
000080         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000100         RECORD KEY IS PERFS-KEY
000110         FILE STATUS  IS STATUS-PERFSTAT.
