000010*
000020* SELLINK.CBL - FILE-CONTROL entry for PRALINK, the legami fra
000030* pratiche (see FDELINK.CBL for the record layout). The primary
000040* key is comune plus the pratica figlia - a variante, proroga,
000050* voltura or sanatoria follows one pratica only - so the walk up
000060* to the capostipite is a chain of keyed reads; the alternate
000070* key is comune plus the pratica padre and takes duplicates,
000080* since one permit can have many follow-ons. That path is what
000090* the walk down the family takes.
000100*
000110         SELECT PRALINK ASSIGN FILE-PRALINK
000120         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS DYNAMIC
000140         RECORD KEY IS PRALINK-KEY
000150         ALTERNATE RECORD KEY IS PRALINK-PADRE-KEY
000160             WITH DUPLICATES
000170         FILE STATUS  IS STATUS-PRALINK.
