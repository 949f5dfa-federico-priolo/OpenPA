000010*
000020* FDEPERFW.CBL - record layout for PERFWORK (see SELPERFW.CBL). Each
000030* PERFLOG line goes in twice: under its own comune and under the
000040* comune "*" that stands for every comune, which is where the
000050* per-TIPO figures the week-over-week alert watches come from.
000060* PROGRESSIVO keeps equal times of one group apart; PERFW-RIGA is
000070* the PERFLOG line itself, field for field as in FDEPERF.CBL.
000080*
000090 FD  PERFWORK
000100     LABEL RECORD IS STANDARD.
000110 01  PERFWORK-RECORD.
000120     05  PERFW-KEY.
000130         10  PERFW-COMUNE-CODE     PIC X(06).
000140         10  PERFW-TIPO-PRATICA    PIC X(06).
000150         10  PERFW-TOTALE-CS       PIC 9(07).
000160         10  PERFW-PROGRESSIVO     PIC 9(09).
000170     05  PERFW-RIGA.
000180         10  PERFW-R-DATE          PIC 9(08).
000190         10  FILLER                PIC X(01).
000200         10  PERFW-R-TIME          PIC 9(08).
000210         10  FILLER                PIC X(01).
000220         10  PERFW-R-COMUNE-CODE   PIC X(06).
000230         10  FILLER                PIC X(01).
000240         10  PERFW-R-TIPO-PRATICA  PIC X(06).
000250         10  FILLER                PIC X(01).
000260         10  PERFW-R-PRATICA-ID    PIC X(10).
000270         10  FILLER                PIC X(01).
000280         10  PERFW-R-STATUS-CODE   PIC X(03).
000290         10  FILLER                PIC X(01).
000300         10  PERFW-R-TOTALE-CS     PIC 9(07).
000310         10  FILLER                PIC X(01).
000320         10  PERFW-R-CALLWEB-CS    PIC 9(07).
000330         10  FILLER                PIC X(01).
000340         10  PERFW-R-BACKOFF-CS    PIC 9(07).
000350         10  FILLER                PIC X(01).
000360         10  PERFW-R-STAMPA-CS     PIC 9(07).
000370         10  FILLER                PIC X(01).
000380         10  PERFW-R-RETRY         PIC 9(03).
000390         10  FILLER                PIC X(01).
000400         10  PERFW-R-PROGRAMMA     PIC X(08).
