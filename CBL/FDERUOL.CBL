000010*
000020* FDERUOL.CBL - record layout for RUOLOUT (see SELRUOL.CBL). A
000030* fixed-format flow, unsigned zoned amounts in cents and no
000040* separators, the way the riscossione agent's import takes it:
000050* one "D" detail line per debt - comune, pratica, protocol,
000060* debtor, the due date the debt ran from, capitale, legal
000070* interest to the run date and their total - and a closing "T"
000080* line with the count and the grand total of the run.
000090*
000100 FD  RUOLOUT
000110     LABEL RECORD IS STANDARD.
000120 01  RUOLOUT-RECORD.
000130     05  RUOL-TIPO-REC             PIC X(01).
000140         88  RUOL-DETTAGLIO            VALUE "D".
000150         88  RUOL-TOTALI               VALUE "T".
000160     05  RUOL-DATA-FLUSSO          PIC 9(08).
000170     05  RUOL-DETTAGLIO-DATI.
000180         10  RUOL-COMUNE-CODE      PIC X(06).
000190         10  RUOL-PRATICA-ID       PIC X(10).
000200         10  RUOL-PROTO-ANNO       PIC 9(04).
000210         10  RUOL-PROTO-NUMERO     PIC 9(07).
000220         10  RUOL-CODICE-FISCALE   PIC X(16).
000230         10  RUOL-DEBITORE         PIC X(60).
000240         10  RUOL-DATA-SCADENZA    PIC 9(08).
000250         10  RUOL-CAPITALE         PIC 9(09)V99.
000260         10  RUOL-INTERESSI        PIC 9(09)V99.
000270         10  RUOL-TOTALE           PIC 9(09)V99.
000280     05  RUOL-TOTALI-DATI REDEFINES RUOL-DETTAGLIO-DATI.
000290         10  RUOL-NUM-PARTITE      PIC 9(07).
000300         10  RUOL-TOTALE-FLUSSO    PIC 9(11)V99.
000310         10  FILLER                PIC X(124).
