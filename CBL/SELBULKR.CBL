000010*
000020* SELBULKR.CBL - FILE-CONTROL entry for BULKRB, the rollback file
000030* of one lotto of OPENPJ35 (see FDEBULKR.CBL for the record
000040* layout). The ASSIGN names the working-storage item BULKRB-PATH,
000050* which OPENPJ35 builds from the comune and the lotto, so each
000060* lotto keeps its own file and RIPRISTINA finds it by number.
000070*
000080         SELECT BULKRB ASSIGN BULKRB-PATH
000090         ORGANIZATION IS LINE SEQUENTIAL
000100         FILE STATUS  IS STATUS-BULKRB.
