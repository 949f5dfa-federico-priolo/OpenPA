000010*
000020* SELACCS.CBL - FILE-CONTROL entry for PRAACCES, the istanze di
000030* accesso agli atti filed against the pratiche of a comune (see
000040* FDEACCS.CBL for the record layout). Keyed comune plus year
000050* plus istanza number, numbered afresh every year, so the
000060* register of a comune and year reads back in filing order.
000070*
000080         SELECT PRAACCES ASSIGN FILE-PRAACCES
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRAACCES-KEY
000120         FILE STATUS  IS STATUS-PRAACCES.
