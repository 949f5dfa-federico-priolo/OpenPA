000010*
000020* POSDCALC.CBL - parameter area of the OPENPS04 pagoPA position
000030* service. ALLINEA brings the pratica's posizione debitoria in
000040* line with what is still owed (IMPORTO-DOVUTO less the PRAPAY
000050* register): it issues one when none is open, replaces the open
000060* one when the amount moved, cancels it when nothing is owed any
000070* more. VERIFICA and PAGA take an IUV off a payment: VERIFICA
000080* only answers whether it is an open position of the pratica,
000090* PAGA also closes it. Copied into WORKING-STORAGE by callers and
000100* into the LINKAGE SECTION by OPENPS04 itself.
000110*
000120 01  POSDCALC-AREA.
000130     05  POSD-FUNZIONE             PIC X(01).
000140         88  POSD-FUNZ-ALLINEA         VALUE "A".
000150         88  POSD-FUNZ-VERIFICA        VALUE "V".
000160         88  POSD-FUNZ-PAGA            VALUE "P".
000170     05  POSD-COMUNE-CODE          PIC X(06).
000180     05  POSD-PRATICA-ID           PIC X(10).
000190*
000200* The pratica's protocol number, moved as a group off
000210* PRAVIEW-PROTOCOLLO: the IUV base is built from it, so a
000220* pratica not yet registered gets no position.
000230*
000240     05  POSD-PROTOCOLLO.
000250         10  POSD-PROTO-ANNO       PIC 9(04).
000260         10  POSD-PROTO-NUMERO     PIC 9(07).
000270     05  POSD-IMPORTO-DOVUTO       PIC S9(9)V99 COMP-3.
000280*
000290* In for VERIFICA/PAGA (the IUV the payment carries), out for
000300* ALLINEA together with the rest of the open position.
000310*
000320     05  POSD-IUV                  PIC X(35).
000330     05  POSD-CODICE-AVVISO        PIC X(18).
000340     05  POSD-IMPORTO              PIC S9(9)V99 COMP-3.
000350     05  POSD-DATA-SCADENZA        PIC 9(08).
000360     05  POSD-ESITO                PIC X(01).
000370         88  POSD-ESITO-OK             VALUE "0".
000380         88  POSD-ESITO-EMESSA         VALUE "1".
000390         88  POSD-ESITO-NESSUNA        VALUE "2".
000400         88  POSD-ESITO-SCONOSCIUTA    VALUE "3".
000410         88  POSD-ESITO-NON-APERTA     VALUE "4".
000420         88  POSD-ESITO-NO-PROTOCOLLO  VALUE "5".
000430         88  POSD-ESITO-ERRORE         VALUE "9".
