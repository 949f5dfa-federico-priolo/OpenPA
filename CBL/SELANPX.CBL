000010*
000020* SELANPX.CBL - FILE-CONTROL entry for ANPREXT, the extract of
000030* the anagrafe the ufficio demografico drops every night (see
000040* FDEANPX.CBL for the record layout). One line per person;
000050* OPENPJ32 loads it into the PRAANPR cache before matching the
000060* open pratiche against it.
000070*
000080         SELECT ANPREXT ASSIGN FILE-ANPREXT
000090         ORGANIZATION IS LINE SEQUENTIAL
000100         FILE STATUS  IS STATUS-ANPREXT.
