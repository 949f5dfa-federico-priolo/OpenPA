000010*
000020* FDEPERFG.CBL - record layout for PERFGEN (see SELPERFG.CBL): the
000030* rolled PERFLOG line verbatim, as FDEGEN.CBL keeps the audit and
000040* trace lines.
000050*
000060 FD  PERFGEN
000070     LABEL RECORD IS STANDARD.
000080 01  PERFGEN-RECORD                PIC X(91).
