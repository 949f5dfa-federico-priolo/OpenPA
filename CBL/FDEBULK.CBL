000010*
000020* FDEBULK.CBL - record layout for PRABULK (see SELBULK.CBL).
000030* Lotto 00000 of each comune is the testata holding the last
000040* lotto number given out, as in PRARICEV. Each lotto has a header
000050* row (pratica spaces) with the action, the selection and the
000060* approval code the dry run printed, and one row per pratica
000070* the dry run selected, with the VERSIONE it saw: the real run
000080* touches only those rows, and only while VERSIONE has not moved.
000090*
000100 FD  PRABULK
000110     LABEL RECORD IS STANDARD.
000120 01  PRABULK-RECORD.
000130     05  PRABULK-KEY.
000140         10  PRABULK-COMUNE-CODE   PIC X(06).
000150         10  PRABULK-LOTTO         PIC 9(05).
000160             88  PRABULK-TESTATA-ROW   VALUE 0.
000170         10  PRABULK-PRATICA-ID    PIC X(10).
000180     05  PRABULK-LOTTO-DATI.
000190         10  PRABULK-AZIONE        PIC X(01).
000200             88  PRABULK-CHIUDI        VALUE "C".
000210             88  PRABULK-CATEGORIA     VALUE "T".
000220             88  PRABULK-DISASSEGNA    VALUE "D".
000230         10  PRABULK-NUOVA-CATEGORIA PIC X(06).
000240*
000250* The selection as given on the dry run's command line: spaces
000260* (or zero for the dates) where it was "*", any value.
000270*
000280         10  PRABULK-SEL-CATEGORIA PIC X(06).
000290         10  PRABULK-SEL-STATO     PIC X(02).
000300         10  PRABULK-SEL-DAL       PIC 9(08).
000310         10  PRABULK-SEL-AL        PIC 9(08).
000320         10  PRABULK-SEL-ASSEGNATARIO PIC X(30).
000330         10  PRABULK-DATA-PROVA    PIC 9(08).
000340         10  PRABULK-ORA-PROVA     PIC 9(08).
000350         10  PRABULK-CODICE        PIC 9(06).
000360         10  PRABULK-SELEZIONATE   PIC 9(05).
000370         10  PRABULK-AMMESSE       PIC 9(05).
000380         10  PRABULK-STATO-LOTTO   PIC X(01).
000390             88  PRABULK-PROVATO       VALUE "P".
000400             88  PRABULK-ESEGUITO      VALUE "E".
000410             88  PRABULK-RIPRISTINATO  VALUE "R".
000420         10  PRABULK-DATA-ESECUZIONE PIC 9(08).
000430         10  PRABULK-ESEGUITO-DA   PIC X(30).
000440         10  PRABULK-ESEGUITE      PIC 9(05).
000450         10  PRABULK-SCARTATE      PIC 9(05).
000460         10  PRABULK-DATA-RIPRISTINO PIC 9(08).
000470         10  PRABULK-RIPRISTINATO-DA PIC X(30).
000480         10  PRABULK-RIPRISTINATE  PIC 9(05).
000490         10  FILLER                PIC X(10).
000500     05  PRABULK-TESTATA-DATI REDEFINES PRABULK-LOTTO-DATI.
000510         10  PRABULK-ULTIMO-LOTTO  PIC 9(05).
000520         10  FILLER                PIC X(190).
000530     05  PRABULK-PRATICA-DATI REDEFINES PRABULK-LOTTO-DATI.
000540         10  PRABULK-VERSIONE-PROVA PIC 9(09).
000550         10  PRABULK-ESITO-PROVA   PIC X(01).
000560             88  PRABULK-PROVA-AMMESSA VALUE "A".
000570             88  PRABULK-PROVA-RIFIUTATA VALUE "R".
000580         10  PRABULK-ESITO         PIC X(01).
000590             88  PRABULK-DA-ESEGUIRE   VALUE " ".
000600             88  PRABULK-ESEGUITA      VALUE "E".
000610             88  PRABULK-SCARTATA      VALUE "S".
000620         10  FILLER                PIC X(184).
