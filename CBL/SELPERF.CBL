000010*
000020* SELPERF.CBL - FILE-CONTROL entry for PERFLOG, the response-time
000030* log OPENPA02 appends one line to at the end of every request
000040* (see FDEPERF.CBL for the record layout). Opened EXTEND by each
000050* request like TRACELOG; rolled and summarised every night by
000060* OPENPJ38.
000070*
000080         SELECT PERFLOG ASSIGN FILE-PERFLOG
000090         ORGANIZATION IS LINE SEQUENTIAL
000100         FILE STATUS  IS STATUS-PERFLOG.
