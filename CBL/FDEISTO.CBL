000010*
000020* FDEISTO.CBL - record layout for ISTATOUT (see SELISTO.CBL). A
000030* fixed-format file, unsigned zoned quantities and no
000040* separators: one "D" line per permit issued in the quarter with
000050* the PRAISTAT data of its pratica, and a closing "T" line with
000060* the totals of the quarter and the count of the permits held
000070* back for missing data.
000080*
000090 FD  ISTATOUT
000100     LABEL RECORD IS STANDARD.
000110 01  ISTATOUT-RECORD.
000120     05  ISTO-TIPO-REC             PIC X(01).
000130         88  ISTO-DETTAGLIO            VALUE "D".
000140         88  ISTO-TOTALI               VALUE "T".
000150     05  ISTO-COMUNE-CODE          PIC X(06).
000160     05  ISTO-PERIODO              PIC 9(05).
000170     05  ISTO-DETTAGLIO-DATI.
000180         10  ISTO-PRATICA-ID       PIC X(10).
000190         10  ISTO-PROTO-ANNO       PIC 9(04).
000200         10  ISTO-PROTO-NUMERO     PIC 9(07).
000210         10  ISTO-DATA-RILASCIO    PIC 9(08).
000220         10  ISTO-TIPO-INTERVENTO  PIC X(01).
000230         10  ISTO-RESIDENZIALE     PIC X(01).
000240         10  ISTO-VOLUME           PIC 9(07).
000250         10  ISTO-SUPERFICIE       PIC 9(07).
000260         10  ISTO-ABITAZIONI       PIC 9(04).
000270         10  ISTO-STANZE           PIC 9(05).
000280         10  FILLER                PIC X(10).
000290     05  ISTO-TOTALI-DATI REDEFINES ISTO-DETTAGLIO-DATI.
000300         10  ISTO-TOT-PERMESSI     PIC 9(05).
000310         10  ISTO-TOT-VOLUME       PIC 9(09).
000320         10  ISTO-TOT-SUPERFICIE   PIC 9(09).
000330         10  ISTO-TOT-ABITAZIONI   PIC 9(06).
000340         10  ISTO-TOT-STANZE       PIC 9(07).
000350         10  ISTO-TOT-BLOCCANTI    PIC 9(05).
000360         10  FILLER                PIC X(23).
