000010*
000020* FDEPERFS.CBL - record layout for PERFSTAT (see SELPERFS.CBL). One
000030* row per comune and TIPO per OPENPJ38 run (comune "*" = every
000040* comune): requests counted, median and 95th-percentile response
000050* time in hundredths of a second, and the lock retries.
000060*
000070 FD  PERFSTAT
000080     LABEL RECORD IS STANDARD.
000090 01  PERFSTAT-RECORD.
000100     05  PERFS-KEY.
000110         10  PERFS-COMUNE-CODE     PIC X(06).
000120         10  PERFS-TIPO-PRATICA    PIC X(06).
000130         10  PERFS-DATE            PIC 9(08).
000140     05  PERFS-RICHIESTE           PIC 9(09).
000150     05  PERFS-MEDIANA-CS          PIC 9(07).
000160     05  PERFS-P95-CS              PIC 9(07).
000170     05  PERFS-RETRY               PIC 9(07).
000180     05  FILLER                    PIC X(10).
