000010*
000020* SELANPR.CBL - FILE-CONTROL entry for PRAANPR, the cache of the
000030* anagrafe extract (see FDEANPR.CBL for the record layout). The
000040* key is the codice fiscale alone: the anagrafe is one register
000050* whatever comune the pratica was filed in.
000060*
000070         SELECT PRAANPR ASSIGN FILE-PRAANPR
000080         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000100         RECORD KEY IS PRAANPR-KEY
000110         FILE STATUS  IS STATUS-PRAANPR.
