000010*
000020* SELCLONE.CBL - FILE-CONTROL entry for CLONEPKG, the masked
000030* package OPENPJ37 carries the archives through from production
000040* to the training and test environment (see FDECLONE.CBL for the
000050* record layout). The ASSIGN names the working-storage item
000060* CLONE-PATH, the way SELDOSS.CBL names DOSSIER-PATH: the path
000070* comes off the command line, since the package is written on
000080* one side and read back on the other.
000090*
000100         SELECT CLONEPKG ASSIGN CLONE-PATH
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS  IS STATUS-CLONEPKG.
