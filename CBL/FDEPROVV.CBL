000010*
000020* FDEPROVV.CBL - record layout for PRAPROVV (see SELPROVV.CBL).
000030* Number 0000000 of each comune and year is the testata holding
000040* the last number given out and the seal of the OPENPJ31 annual
000050* closing, as in PRAACCES; rows 1 onward are the acts, one per
000060* pratica, each moving from bozza to firmato to notificato.
000070*
000080 FD  PRAPROVV
000090     LABEL RECORD IS STANDARD.
000100 01  PRAPROVV-RECORD.
000110     05  PRAPROVV-KEY.
000120         10  PRAPROVV-COMUNE-CODE  PIC X(06).
000130         10  PRAPROVV-ANNO         PIC 9(04).
000140         10  PRAPROVV-NUMERO       PIC 9(07).
000150             88  PRAPROVV-TESTATA-ROW  VALUE 0.
000160*
000170* The pratica the act concludes; spaces on the testata rows.
000180*
000190     05  PRAPROVV-PRATICA-KEY.
000200         10  PRAPROVV-PR-COMUNE    PIC X(06).
000210         10  PRAPROVV-PRATICA-ID   PIC X(10).
000220     05  PRAPROVV-ATTO.
000230*
000240* Permesso for a pratica accolta, diniego for one respinta, the
000250* categoria and richiedente as they stood when the act was
000260* drafted, and the stato: a bozza can be drafted again as often
000270* as needed, a firmato carries the signed document, and only a
000280* firmato can be notified.
000290*
000300         10  PRAPROVV-TIPO-ATTO    PIC X(01).
000310             88  PRAPROVV-PERMESSO     VALUE "P".
000320             88  PRAPROVV-DINIEGO      VALUE "D".
000330         10  PRAPROVV-CATEGORIA    PIC X(06).
000340         10  PRAPROVV-RICHIEDENTE  PIC X(60).
000350         10  PRAPROVV-STATO        PIC X(01).
000360             88  PRAPROVV-BOZZA        VALUE "B".
000370             88  PRAPROVV-FIRMATO      VALUE "F".
000380             88  PRAPROVV-NOTIFICATO   VALUE "N".
000390             88  PRAPROVV-SOTTOSCRITTO VALUE "F" "N".
000400*
000410* The latest draft: when it was composed, by whom, and the
000420* moment of the spool member it was written to - the PRASPOOL
000430* key the ufficio fetches it back with (RITIRO).
000440*
000450         10  PRAPROVV-DATA-BOZZA   PIC 9(08).
000460         10  PRAPROVV-REDATTORE    PIC X(30).
000470         10  PRAPROVV-BOZZA-DATE   PIC 9(08).
000480         10  PRAPROVV-BOZZA-TIME   PIC 9(08).
000490*
000500* The signature: when, by whom, and the PRATTACH row - by
000510* upload moment - holding the signed document. Zero and spaces
000520* while the act is a bozza.
000530*
000540         10  PRAPROVV-DATA-FIRMA   PIC 9(08).
000550         10  PRAPROVV-FIRMATARIO   PIC X(30).
000560         10  PRAPROVV-DOC-DATE     PIC 9(08).
000570         10  PRAPROVV-DOC-TIME     PIC 9(08).
000580         10  PRAPROVV-DATA-NOTIFICA PIC 9(08).
000590         10  FILLER                PIC X(20).
000600     05  PRAPROVV-TESTATA REDEFINES PRAPROVV-ATTO.
000610         10  PRAPROVV-ULTIMO-NUMERO PIC 9(07).
000620         10  PRAPROVV-SIGILLO-SW   PIC X(01).
000630             88  PRAPROVV-SIGILLATO    VALUE "S".
000640         10  PRAPROVV-DATA-CHIUSURA PIC 9(08).
000650         10  FILLER                PIC X(188).
