000010*
000020* FDEPDV.CBL - record layout for PDVFILE (see SELPDV.CBL). A
000030* fixed-format manifest: an "H" testata naming the package and,
000040* for a pratica, its protocol and richiedente; one "D" line per
000050* document with its PRATTACH metadata and checksum, or for the
000060* registro one "R" line per protocol handed out that day; and a
000070* closing "T" line with the count of lines and checksum total the
000080* conservatore checks the package against.
000090*
000100 FD  PDVFILE
000110     LABEL RECORD IS STANDARD.
000120 01  PDVFILE-RECORD.
000130     05  PDV-TIPO-REC              PIC X(01).
000140         88  PDV-TESTATA               VALUE "H".
000150         88  PDV-DOCUMENTO             VALUE "D".
000160         88  PDV-PROTOCOLLO-REG        VALUE "R".
000170         88  PDV-CHIUSURA              VALUE "T".
000180     05  PDV-COMUNE-CODE           PIC X(06).
000190     05  PDV-TIPO-PACCHETTO        PIC X(01).
000200     05  PDV-RIFERIMENTO           PIC X(10).
000210     05  PDV-TESTATA-DATI.
000220         10  PDV-PROTOCOLLO.
000230             15  PDV-PROTO-ANNO    PIC X(04).
000240             15  PDV-PROTO-NUMERO  PIC X(07).
000250         10  PDV-STATO             PIC X(02).
000260         10  PDV-RICHIEDENTE       PIC X(60).
000270         10  PDV-CODICE-FISCALE    PIC X(16).
000280         10  PDV-DATA-APERTURA     PIC 9(08).
000290         10  PDV-DATA-CREAZIONE    PIC 9(08).
000300         10  PDV-NUM-INVIO         PIC 9(03).
000310         10  FILLER                PIC X(286).
000320     05  PDV-DOCUMENTO-DATI REDEFINES PDV-TESTATA-DATI.
000330         10  PDV-DOC-PROTOCOLLO.
000340             15  PDV-DOC-PROTO-ANNO    PIC X(04).
000350             15  PDV-DOC-PROTO-NUMERO  PIC X(07).
000360         10  PDV-DOC-UPLOAD-DATE   PIC 9(08).
000370         10  PDV-DOC-UPLOAD-TIME   PIC 9(08).
000380         10  PDV-DOC-NOME          PIC X(128).
000390         10  PDV-DOC-CONTENT-TYPE  PIC X(64).
000400         10  PDV-DOC-TIPO          PIC X(20).
000410         10  PDV-DOC-PATH          PIC X(128).
000420         10  PDV-DOC-SIZE          PIC 9(09).
000430         10  PDV-DOC-CHECKSUM      PIC 9(09).
000440         10  PDV-DOC-BYTES         PIC 9(09).
000450     05  PDV-REGISTRO-DATI REDEFINES PDV-TESTATA-DATI.
000460         10  PDV-REG-ANNO          PIC 9(04).
000470         10  PDV-REG-NUMERO        PIC 9(07).
000480         10  PDV-REG-DATA          PIC 9(08).
000490         10  PDV-REG-ORA           PIC 9(08).
000500         10  PDV-REG-PRATICA-ID    PIC X(10).
000510         10  PDV-REG-RICHIEDENTE   PIC X(60).
000520         10  PDV-REG-OGGETTO       PIC X(60).
000530         10  FILLER                PIC X(237).
000540     05  PDV-CHIUSURA-DATI REDEFINES PDV-TESTATA-DATI.
000550         10  PDV-TOT-RIGHE         PIC 9(07).
000560         10  PDV-TOT-CHECKSUM      PIC 9(15).
000570         10  FILLER                PIC X(372).
