000010*
000020* SELPERFG.CBL - FILE-CONTROL entry for PERFGEN, the dated
000030* generation the OPENPJ38 roll copies PERFLOG into (see
000040* FDEPERFG.CBL). The ASSIGN names the working-storage item
000050* PERFGEN-PATH, filled in with the dated member name before the
000060* OPEN, as SELGEN.CBL does for AUDITGEN/TRACEGEN; the member is
000070* catalogued in LOGGENCAT, so the OPENPJ07 retention sweep ages
000080* it out with the other log generations.
000090*
000100         SELECT PERFGEN ASSIGN PERFGEN-PATH
000110         ORGANIZATION IS LINE SEQUENTIAL
000120         FILE STATUS  IS STATUS-PERFGEN.
