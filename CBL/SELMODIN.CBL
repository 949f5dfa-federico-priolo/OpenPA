000010*
000020* SELMODIN.CBL - FILE-CONTROL entry for MODPROVV, the text of a
000030* provvedimento template as the ufficio writes it (see
000040* FDEMODIN.CBL for the record layout). The CARICA mode of
000050* OPENPJ31 loads it into PRAMODPR.
000060*
000070         SELECT MODPROVV ASSIGN FILE-MODPROVV
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS  IS STATUS-MODPROVV.
