000010*
000020* SELPERFW.CBL - FILE-CONTROL entry for PERFWORK, the work file
000030* OPENPJ38 ranks the night's request times through (see
000040* FDEPERFW.CBL). Keyed on comune, TIPO and time, so reading it in
000050* key order hands each group's requests over fastest first and
000060* the median and 95th percentile fall at known ordinals. Emptied
000070* at the start of every run.
000080*
000090         SELECT PERFWORK ASSIGN FILE-PERFWORK
000100         ORGANIZATION IS INDEXED
000110         ACCESS MODE IS DYNAMIC
000120         RECORD KEY IS PERFW-KEY
000130         FILE STATUS  IS STATUS-PERFWORK.
