000010*
000020* SELRATE.CBL - FILE-CONTROL entry for PRARATE, the installment
000030* plans (rateizzazione) granted on a pratica's oneri (see
000040* FDERATE.CBL for the record layout). Keyed comune plus pratica
000050* plus rata number, so a plan reads back in due order starting
000060* from its testata row.
000070*
000080         SELECT PRARATE ASSIGN FILE-PRARATE
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRARATE-KEY
000120         FILE STATUS  IS STATUS-PRARATE.
