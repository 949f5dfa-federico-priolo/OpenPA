000010*
000020* SELISTO.CBL - FILE-CONTROL entry for ISTATOUT, the quarterly
000030* file of building permits for the ISTAT survey (see FDEISTO.CBL
000040* for the record layout). The ASSIGN names the working-storage
000050* item ISTO-PATH, which OPENPJ33 builds from the comune and the
000060* quarter, so each quarter keeps its own file.
000070*
000080         SELECT ISTATOUT ASSIGN ISTO-PATH
000090         ORGANIZATION IS LINE SEQUENTIAL
000100         FILE STATUS  IS STATUS-ISTATOUT.
