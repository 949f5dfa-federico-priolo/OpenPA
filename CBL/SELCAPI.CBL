000010*
000020* SELCAPI.CBL - FILE-CONTROL entry for PRACAPI, the map from each
000030* voce of the fee to the capitolo di bilancio and accertamento the
000040* ragioneria books it under (see FDECAPI.CBL for the record
000050* layout). Keyed comune plus esercizio plus voce, since both the
000060* budget chapters and the accertamenti are renewed every year.
000070*
000080         SELECT PRACAPI ASSIGN FILE-PRACAPI
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRACAPI-KEY
000120         FILE STATUS  IS STATUS-PRACAPI.
