000010*
000020* FDEMODPR.CBL - record layout for PRAMODPR (see SELMODPR.CBL).
000030* A categoria of spaces is the comune's template for every
000040* categoria without one of its own. A line with no campo is
000050* printed as it stands; a line naming a campo prints its text
000060* as the caption of the pratica field merged after it (one line
000070* per parcel for PARTICELLE). Loaded by the CARICA mode of
000080* OPENPJ31.
000090*
000100 FD  PRAMODPR
000110     LABEL RECORD IS STANDARD.
000120 01  PRAMODPR-RECORD.
000130     05  PRAMODPR-KEY.
000140         10  PRAMODPR-COMUNE-CODE  PIC X(06).
000150         10  PRAMODPR-CATEGORIA    PIC X(06).
000160         10  PRAMODPR-TIPO-ATTO    PIC X(01).
000170         10  PRAMODPR-RIGA         PIC 9(03).
000180     05  PRAMODPR-CAMPO            PIC X(12).
000190     05  PRAMODPR-TESTO            PIC X(100).
000200     05  FILLER                    PIC X(10).
