000010*
000020* FDERAGF.CBL - record layout for RAGFLUS (see SELRAGF.CBL). A
000030* fixed-format flow, unsigned zoned amounts in cents with the sign
000040* in its own byte and no separators: one "D" line per share of a
000050* payment or rimborso on a capitolo, one "C" line per capitolo
000060* and accertamento with the month's incassi, rimborsi and net,
000070* and a closing "T" line with the totals of the whole flow.
000080*
000090 FD  RAGFLUS
000100     LABEL RECORD IS STANDARD.
000110 01  RAGFLUS-RECORD.
000120     05  RAGF-TIPO-REC             PIC X(01).
000130         88  RAGF-DETTAGLIO            VALUE "D".
000140         88  RAGF-CAPITOLO-TOT         VALUE "C".
000150         88  RAGF-TOTALI               VALUE "T".
000160     05  RAGF-COMUNE-CODE          PIC X(06).
000170     05  RAGF-PERIODO              PIC 9(06).
000180     05  RAGF-DETTAGLIO-DATI.
000190         10  RAGF-CAPITOLO         PIC X(12).
000200         10  RAGF-ACCERTAMENTO     PIC X(12).
000210         10  RAGF-VOCE             PIC X(06).
000220         10  RAGF-PRATICA-ID       PIC X(10).
000230         10  RAGF-PROTO-ANNO       PIC 9(04).
000240         10  RAGF-PROTO-NUMERO     PIC 9(07).
000250         10  RAGF-DATA-INCASSO     PIC 9(08).
000260         10  RAGF-IUV              PIC X(35).
000270         10  RAGF-CANALE           PIC X(10).
000280         10  RAGF-SEGNO            PIC X(01).
000290             88  RAGF-INCASSO          VALUE "+".
000300             88  RAGF-RIMBORSO         VALUE "-".
000310         10  RAGF-IMPORTO          PIC 9(09)V99.
000320     05  RAGF-CAPITOLO-DATI REDEFINES RAGF-DETTAGLIO-DATI.
000330         10  RAGF-CAP-CAPITOLO     PIC X(12).
000340         10  RAGF-CAP-ACCERTAMENTO PIC X(12).
000350         10  RAGF-CAP-NUM-RIGHE    PIC 9(07).
000360         10  RAGF-CAP-INCASSI      PIC 9(11)V99.
000370         10  RAGF-CAP-RIMBORSI     PIC 9(11)V99.
000380         10  RAGF-CAP-SEGNO        PIC X(01).
000390         10  RAGF-CAP-NETTO        PIC 9(11)V99.
000400         10  FILLER                PIC X(45).
000410     05  RAGF-TOTALI-DATI REDEFINES RAGF-DETTAGLIO-DATI.
000420         10  RAGF-TOT-NUM-RIGHE    PIC 9(07).
000430         10  RAGF-TOT-NUM-CAPITOLI PIC 9(05).
000440         10  RAGF-TOT-INCASSI      PIC 9(11)V99.
000450         10  RAGF-TOT-RIMBORSI     PIC 9(11)V99.
000460         10  RAGF-TOT-SEGNO        PIC X(01).
000470         10  RAGF-TOT-NETTO        PIC 9(11)V99.
000480         10  FILLER                PIC X(64).
