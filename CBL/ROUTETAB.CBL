000190     05  FILLER PIC X(26) VALUE "CARICOOPENPA08OPENPA08.DLL".
000200     05  FILLER PIC X(26) VALUE "STATO OPENPA09OPENPA09.DLL".
000210     05  FILLER PIC X(26) VALUE "TABMANOPENPA10OPENPA10.DLL".
000220     05  FILLER PIC X(26) VALUE "RATEIZOPENPA11OPENPA11.DLL".
000230     05  FILLER PIC X(26) VALUE "CASSA OPENPA12OPENPA12.DLL".
000240     05  FILLER PIC X(26) VALUE "ACCESSOPENPA13OPENPA13.DLL".
000250     05  FILLER PIC X(26) VALUE "CATASTOPENPA14OPENPA14.DLL".
000260     05  FILLER PIC X(26) VALUE "SOPRALOPENPA15OPENPA15.DLL".
000264     05  FILLER PIC X(26) VALUE "PROVV OPENPA16OPENPA16.DLL".
000265     05  FILLER PIC X(26) VALUE "LEGAMIOPENPA17OPENPA17.DLL".
000266     05  FILLER PIC X(26) VALUE "ISTAT OPENPA18OPENPA18.DLL".
000267     05  FILLER PIC X(26) VALUE "CALENDOPENPA19OPENPA19.DLL".
000268     05  FILLER PIC X(26) VALUE "API   OPENPA20OPENPA20.DLL".
000270     05  FILLER PIC X(26) VALUE "*DEFLTOPENTA01OPENTA01.DLL".
000280 01  ROUTETAB-AREA REDEFINES ROUTETAB-VALUES.
000290     05  ROUTETAB-ENTRY OCCURS 24 TIMES
000300                         INDEXED BY ROUTETAB-IX.
000310         10  ROUTETAB-TIPO-PRATICA PIC X(06).
000320         10  ROUTETAB-PROGRAMMA    PIC X(08).
000330         10  ROUTETAB-LIBRERIA     PIC X(12).
000340 01  ROUTETAB-DEFAULT-INDEX        PIC 9(3) COMP-5 VALUE 24.
000350 01  ROUTETAB-FOUND-SW             PIC X(01).
000360     88  ROUTETAB-FOUND                VALUE "S".
000370     88  ROUTETAB-NOT-FOUND            VALUE "N".
