000010*
000020* FDECAL.CBL - record layout for PRACAL (see SELCAL.CBL). One row
000030* per non-working day of a comune: a national holiday, the santo
000040* patrono, or an extraordinary office closure. A row dated with
000050* year zero (0000mmgg) recurs every year - the fixed national
000060* holidays and the patron day are kept that way - while Easter
000070* Monday and the closures carry their own year. Sundays are never
000080* stored: the service knows them by itself. Maintained by the
000090* comune's administrators through OPENPA19 (TIPO=CALEND).
000100*
000110 FD  PRACAL
000120     LABEL RECORD IS STANDARD.
000130 01  PRACAL-RECORD.
000140     05  PRACAL-KEY.
000150         10  PRACAL-COMUNE-CODE    PIC X(06).
000160         10  PRACAL-DATA           PIC 9(08).
000170         10  PRACAL-DATA-R REDEFINES PRACAL-DATA.
000180             15  PRACAL-ANNO       PIC 9(04).
000190                 88  PRACAL-RICORRENTE VALUE 0.
000200             15  PRACAL-MESE-GIORNO PIC 9(04).
000210     05  PRACAL-TIPO               PIC X(01).
000220         88  PRACAL-FESTA-NAZIONALE    VALUE "N".
000230         88  PRACAL-SANTO-PATRONO      VALUE "P".
000240         88  PRACAL-CHIUSURA           VALUE "C".
000250         88  PRACAL-TIPO-VALIDO        VALUE "N" "P" "C".
000260     05  PRACAL-DESCRIZIONE        PIC X(40).
000270     05  PRACAL-DATA-AGG           PIC 9(08).
000280     05  PRACAL-OPERATORE          PIC X(30).
000290     05  FILLER                    PIC X(20).
