000010*
000020* SELSOLL.CBL - FILE-CONTROL entry for PRASOLL, the dunning
000030* history written by the OPENPJ24 solleciti batch (see
000040* FDESOLL.CBL for the record layout). Keyed comune plus pratica
000050* plus dunning level, so each letter can exist once per pratica
000060* and the history reads back in escalation order.
000070*
000080         SELECT PRASOLL ASSIGN FILE-PRASOLL
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRASOLL-KEY
000120         FILE STATUS  IS STATUS-PRASOLL.
