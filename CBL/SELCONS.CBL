000010*
000020* SELCONS.CBL - FILE-CONTROL entry for PRACONS, the tracking of
000030* the pacchetti di versamento sent to the accredited conservatore
000040* (see FDECONS.CBL for the record layout). Keyed comune plus kind
000050* of package plus what it carries - the pratica, or the day of
000060* the registro di protocollo - so each has one row however many
000070* times it has to be sent.
000080*
000090         SELECT PRACONS ASSIGN FILE-PRACONS
000100         ORGANIZATION IS INDEXED
000110         ACCESS MODE IS DYNAMIC
000120         RECORD KEY IS PRACONS-KEY
000130         FILE STATUS  IS STATUS-PRACONS.
