000010*
000020* RATECALC.CBL - parameter area of the OPENPS05 installment plan
000030* service. The caller fills comune, pratica and the reference
000040* date (zero for today); the service answers whether the pratica
000050* is on a plan and, if so, returns every rata with what the
000060* PRAPAY register covers of it - each incasso received since the
000070* plan was granted allocated to the oldest rata still open, its
000080* capital first and then the legal interest run up by late
000090* coverage - what each rata still lacks counting that interest,
000100* and whether every rata due by the reference date is covered.
000110* Copied into WORKING-STORAGE by callers and into the LINKAGE
000120* SECTION by OPENPS05 itself.
000130*
000140 01  RATECALC-AREA.
000150     05  RATE-COMUNE-CODE          PIC X(06).
000160     05  RATE-PRATICA-ID           PIC X(10).
000170     05  RATE-DATA-RIFERIMENTO     PIC 9(08).
000180     05  RATE-ESITO                PIC X(01).
000190         88  RATE-CON-PIANO            VALUE "S".
000200         88  RATE-SENZA-PIANO          VALUE "N".
000210     05  RATE-NUM-RATE             PIC 9(02).
000220     05  RATE-POLIZZA-RIF          PIC X(30).
000230     05  RATE-POLIZZA-SCAD         PIC 9(08).
000240     05  RATE-TASSO-LEGALE         PIC 9(02)V99.
000250     05  RATE-TOTALE-PIANO         PIC S9(9)V99 COMP-3.
000260     05  RATE-TOTALE-INCASSATO     PIC S9(9)V99 COMP-3.
000270     05  RATE-TOTALE-INTERESSI     PIC S9(9)V99 COMP-3.
000280*
000290* The part of the incassi that went to interest rather than to
000300* the debt itself.
000310*
000320     05  RATE-TOTALE-INT-PAGATI    PIC S9(9)V99 COMP-3.
000330*
000340* What the rate already due by the reference date still lack,
000350* capital and interest, and the oldest rata not fully covered
000360* (zero when none).
000370*
000380     05  RATE-SCOPERTO-SCADUTO     PIC S9(9)V99 COMP-3.
000390     05  RATE-RATA-APERTA          PIC 9(02).
000400     05  RATE-REGOLA-SW            PIC X(01).
000410         88  RATE-IN-REGOLA            VALUE "S".
000420         88  RATE-IN-RITARDO           VALUE "N".
000430     05  RATE-TABELLA.
000440         10  RATE-RIGA             OCCURS 36 TIMES.
000450             15  RATE-IMPORTO          PIC S9(9)V99 COMP-3.
000460             15  RATE-SCADENZA         PIC 9(08).
000470             15  RATE-PAGATO           PIC S9(9)V99 COMP-3.
000480             15  RATE-INTERESSI        PIC S9(9)V99 COMP-3.
000490             15  RATE-INT-PAGATI       PIC S9(9)V99 COMP-3.
000500             15  RATE-DATA-SALDO       PIC 9(08).
000510*
000520* Capital and interest the rata still lacks at the reference
000530* date: what a payment settling it must bring.
000540*
000550             15  RATE-RESIDUO          PIC S9(9)V99 COMP-3.
