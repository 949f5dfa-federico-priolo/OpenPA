000010*
000020* FDELINK.CBL - record layout for PRALINK (see SELLINK.CBL). One
000030* row per pratica that follows another, written by the COLLEGA
000040* azione of OPENPA17 once the padre has been found in the same
000050* comune and in a state LINKTAB.CBL admits for that legame. The
000060* rows stay on file when OPENPJ18 seals a member of the family,
000070* like the PRACATAS rows, so the tree still shows where an
000080* archived permit sat.
000090*
000100 FD  PRALINK
000110     LABEL RECORD IS STANDARD.
000120 01  PRALINK-RECORD.
000130     05  PRALINK-KEY.
000140         10  PRALINK-COMUNE-CODE   PIC X(06).
000150         10  PRALINK-FIGLIA-ID     PIC X(10).
000160*
000170* The padre, with the comune repeated so the alternate key stays
000180* inside one comune.
000190*
000200     05  PRALINK-PADRE-KEY.
000210         10  PRALINK-PADRE-COMUNE  PIC X(06).
000220         10  PRALINK-PADRE-ID      PIC X(10).
000230     05  PRALINK-LEGAME            PIC X(01).
000240         88  PRALINK-VARIANTE          VALUE "V".
000250         88  PRALINK-PROROGA           VALUE "P".
000260         88  PRALINK-VOLTURA           VALUE "O".
000270         88  PRALINK-SANATORIA         VALUE "S".
000280     05  PRALINK-DATA-LEGAME       PIC 9(08).
000290     05  PRALINK-OPERATORE         PIC X(30).
000300     05  FILLER                    PIC X(20).
