000010*
000020* SELBULK.CBL - FILE-CONTROL entry for PRABULK, the register of
000030* the bulk operations on pratiche run through OPENPJ35 (see
000040* FDEBULK.CBL for the record layout). Keyed comune plus lotto
000050* plus pratica, so a lotto's header reads back first and its
000060* pratiche follow in key order.
000070*
000080         SELECT PRABULK ASSIGN FILE-PRABULK
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRABULK-KEY
000120         FILE STATUS  IS STATUS-PRABULK.
