000010*
000020* FDECLONE.CBL - record layout for CLONEPKG (see SELCLONE.CBL).
000030* One tagged line per record, as in the OPENPJ18 dossier: the tag
000040* names the archive the image came from and the payload is the
000050* record image itself, personal data already replaced, space-
000060* padded to the widest layout carried (PRAACCES) so the load can
000070* move it straight back into the right record area.
000080*
000090 FD  CLONEPKG
000100     LABEL RECORD IS STANDARD.
000110 01  CLONEPKG-RECORD.
000120     05  CLONE-TAG                 PIC X(10).
000130     05  CLONE-PAYLOAD             PIC X(1100).
