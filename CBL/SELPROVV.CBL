000010*
000020* SELPROVV.CBL - FILE-CONTROL entry for PRAPROVV, the registro dei
000030* provvedimenti finali (see FDEPROVV.CBL for the record layout).
000040* Keyed comune plus year plus number, numbered afresh every year
000050* and kept apart from the protocol journal PRAREG, so the
000060* register of a comune and year reads back in adoption order.
000070* The alternate key is comune plus pratica, with duplicates,
000080* and is how a pratica finds its own act.
000090*
000100         SELECT PRAPROVV ASSIGN FILE-PRAPROVV
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS PRAPROVV-KEY
000140         ALTERNATE RECORD KEY IS PRAPROVV-PRATICA-KEY
000150             WITH DUPLICATES
000160         FILE STATUS  IS STATUS-PRAPROVV.
