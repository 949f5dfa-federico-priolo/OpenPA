000010*
000020* SELFIRM.CBL - FILE-CONTROL entry for FIRMVERD, the result file
000030* the external signature verifier drops (see FDEFIRM.CBL for the
000040* record layout). One line per signed document checked; OPENPJ28
000050* consumes it and records the verdict on the PRATTACH rows it names.
000060*
000070         SELECT FIRMVERD ASSIGN FILE-FIRMVERD
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS  IS STATUS-FIRMVERD.
