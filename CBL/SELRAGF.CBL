000010*
000020* SELRAGF.CBL - FILE-CONTROL entry for RAGFLUS, the monthly flow
000030* of incassi by capitolo the ente's accounting package imports to
000040* issue its reversali (see FDERAGF.CBL for the record layout).
000050* The ASSIGN names the working-storage item RAGF-PATH, which
000060* OPENPJ25 builds from the comune and the month, so each export
000070* keeps its own file.
000080*
000090         SELECT RAGFLUS ASSIGN RAGF-PATH
000100         ORGANIZATION IS LINE SEQUENTIAL
000110         FILE STATUS  IS STATUS-RAGFLUS.
