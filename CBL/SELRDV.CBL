000010*
000020* SELRDV.CBL - FILE-CONTROL entry for RAPPVERS, the rapporto di
000030* versamento the conservatore sends back (see FDERDV.CBL for the
000040* record layout). One line per package it processed; the ESITI
000050* mode of OPENPJ27 consumes it into PRACONS.
000060*
000070         SELECT RAPPVERS ASSIGN FILE-RAPPVERS
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS  IS STATUS-RAPPVERS.
