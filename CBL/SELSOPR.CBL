000010*
000020* SELSOPR.CBL - FILE-CONTROL entry for PRASOPR, the sopralluoghi
000030* of the pratiche (see FDESOPR.CBL for the record layout). The
000040* primary key is comune plus pratica plus a progressive, so the
000050* inspections of one pratica read back in the order they were
000060* fixed; the alternate key is the istruttore's agenda - comune,
000070* istruttore, date and time - and takes duplicates, since two
000080* pratiche can share a slot. That path is what the nightly
000090* agenda print walks.
000100*
000110         SELECT PRASOPR ASSIGN FILE-PRASOPR
000120         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS DYNAMIC
000140         RECORD KEY IS PRASOPR-KEY
000150         ALTERNATE RECORD KEY IS PRASOPR-AGENDA-KEY
000160             WITH DUPLICATES
000170         FILE STATUS  IS STATUS-PRASOPR.
