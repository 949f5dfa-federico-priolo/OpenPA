000010*
000020* SELRAGC.CBL - FILE-CONTROL entry for RAGCTRL, the book of the
000030* monthly ragioneria exports (see FDERAGC.CBL for the record
000040* layout). Keyed comune plus month, so OPENPJ25 can tell at once
000050* whether the month it is asked for has already gone out.
000060*
000070         SELECT RAGCTRL ASSIGN FILE-RAGCTRL
000080         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000100         RECORD KEY IS RAGCTRL-KEY
000110         FILE STATUS  IS STATUS-RAGCTRL.
