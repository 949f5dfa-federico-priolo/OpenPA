000010*
000020* SELPDV.CBL - FILE-CONTROL entry for PDVFILE, the manifest of
000030* one pacchetto di versamento for the conservatore (see FDEPDV.CBL
000040* for the record layout). The ASSIGN names the working-storage
000050* item PDV-PATH, which OPENPJ27 builds from the comune, the kind
000060* of package, what it carries and the attempt number, so every
000070* sending keeps its own file.
000080*
000090         SELECT PDVFILE ASSIGN PDV-PATH
000100         ORGANIZATION IS LINE SEQUENTIAL
000110         FILE STATUS  IS STATUS-PDVFILE.
