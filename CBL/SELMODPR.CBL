000010*
000020* SELMODPR.CBL - FILE-CONTROL entry for PRAMODPR, the templates
000030* the provvedimenti finali are composed from (see FDEMODPR.CBL
000040* for the record layout). Keyed comune plus categoria plus type
000050* of act plus line number, so each template reads back in the
000060* order it is printed.
000070*
000080         SELECT PRAMODPR ASSIGN FILE-PRAMODPR
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRAMODPR-KEY
000120         FILE STATUS  IS STATUS-PRAMODPR.
