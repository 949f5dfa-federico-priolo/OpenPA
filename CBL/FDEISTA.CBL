000010*
000020* FDEISTA.CBL - record layout for PRAISTAT (see SELISTA.CBL). One
000030* row per pratica of a categoria flagged for the ISTAT survey
000040* (PRATAB-FLAG-ISTAT), written by OPENPA18 when the istruttore
000050* records the data of the intervento and rewritten on every
000060* correction. OPENPJ33 reads it for the quarterly file.
000070*
000080 FD  PRAISTAT
000090     LABEL RECORD IS STANDARD.
000100 01  PRAISTAT-RECORD.
000110     05  PRAISTAT-KEY.
000120         10  PRAISTAT-COMUNE-CODE  PIC X(06).
000130         10  PRAISTAT-PRATICA-ID   PIC X(10).
000140*
000150* The intervento: nuovo fabbricato, ampliamento of an existing
000160* one, or demolizione e ricostruzione; and whether the building
000170* is residenziale.
000180*
000190     05  PRAISTAT-TIPO-INTERVENTO  PIC X(01).
000200         88  PRAISTAT-NUOVO            VALUE "N".
000210         88  PRAISTAT-AMPLIAMENTO      VALUE "A".
000220         88  PRAISTAT-RICOSTRUZIONE    VALUE "D".
000230     05  PRAISTAT-RESIDENZIALE     PIC X(01).
000240         88  PRAISTAT-USO-RESIDENZIALE VALUE "S".
000250         88  PRAISTAT-USO-ALTRO        VALUE "N".
000260*
000270* The quantities: new volume in cubic metres, useful floor area
000280* in square metres, and the dwellings and rooms the permit
000290* creates - both zero on a building with no dwellings in it.
000300*
000310     05  PRAISTAT-VOLUME           PIC 9(07).
000320     05  PRAISTAT-SUPERFICIE       PIC 9(07).
000330     05  PRAISTAT-ABITAZIONI       PIC 9(04).
000340     05  PRAISTAT-STANZE           PIC 9(05).
000350     05  PRAISTAT-DATA-AGG         PIC 9(08).
000360     05  PRAISTAT-OPERATORE        PIC X(30).
000370     05  FILLER                    PIC X(20).
