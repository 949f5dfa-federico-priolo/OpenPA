000010*
000020* SELISTA.CBL - FILE-CONTROL entry for PRAISTAT, the data the
000030* ISTAT survey of building permits asks of each pratica edilizia
000040* (see FDEISTA.CBL for the record layout). Keyed on comune plus
000050* pratica, one row per pratica: the quarterly run reads it
000060* directly for every permit it finds issued in the period.
000070*
000080         SELECT PRAISTAT ASSIGN FILE-PRAISTAT
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRAISTAT-KEY
000120         FILE STATUS  IS STATUS-PRAISTAT.
