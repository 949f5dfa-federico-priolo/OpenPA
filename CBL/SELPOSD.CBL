000010*
000020* SELPOSD.CBL - FILE-CONTROL entry for PRAPOSD, the pagoPA
000030* posizioni debitorie (see FDEPOSD.CBL for the record layout).
000040* The primary key is comune plus pratica plus a progressive, so
000050* the positions of one pratica - the live one and every one it
000060* replaced - read back in issue order; the alternate key is
000070* comune plus IUV, the only handle the payment return leg has.
000080* The IUV is unique within the comune, the ente creditore it is
000090* issued for, and the alternate key refuses a second one.
000100*
000110         SELECT PRAPOSD ASSIGN FILE-PRAPOSD
000120         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS DYNAMIC
000140         RECORD KEY IS PRAPOSD-KEY
000150         ALTERNATE RECORD KEY IS PRAPOSD-IUV-KEY
000160         FILE STATUS  IS STATUS-PRAPOSD.
