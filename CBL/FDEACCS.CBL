000010*
000020* FDEACCS.CBL - record layout for PRAACCES (see SELACCS.CBL).
000030* Number 0000000 of each comune and year is the testata holding
000040* the last number given out, as in PRARICEV; rows 1 onward are
000050* the istanze, each naming the pratica whose atti it asks for.
000060*
000070 FD  PRAACCES
000080     LABEL RECORD IS STANDARD.
000090 01  PRAACCES-RECORD.
000100     05  PRAACCES-KEY.
000110         10  PRAACCES-COMUNE-CODE  PIC X(06).
000120         10  PRAACCES-ANNO         PIC 9(04).
000130         10  PRAACCES-NUMERO       PIC 9(07).
000140             88  PRAACCES-TESTATA-ROW  VALUE 0.
000150     05  PRAACCES-ISTANZA.
000160         10  PRAACCES-PRATICA-ID   PIC X(10).
000170*
000180* Who asks and why: the requester is outside the pratica, so
000190* the name, codice fiscale and recapito are theirs as filed,
000200* and the stated interest is what the decision weighs.
000210*
000220         10  PRAACCES-RICHIEDENTE  PIC X(60).
000230         10  PRAACCES-CF-RICHIEDENTE PIC X(16).
000240         10  PRAACCES-RECAPITO     PIC X(60).
000250         10  PRAACCES-INTERESSE    PIC X(200).
000260*
000270* Filing date, the end of the 10-day window the controinteressati
000280* have to object once notified, and the 30-day decision term.
000290*
000300         10  PRAACCES-DATA-ISTANZA PIC 9(08).
000310         10  PRAACCES-TERMINE-OPPOSIZ PIC 9(08).
000320         10  PRAACCES-SCADENZA     PIC 9(08).
000330         10  PRAACCES-STATO        PIC X(01).
000340             88  PRAACCES-PRESENTATA   VALUE "P".
000350             88  PRAACCES-ACCOLTA      VALUE "A".
000360             88  PRAACCES-PARZIALE     VALUE "Z".
000370             88  PRAACCES-RESPINTA     VALUE "N".
000380             88  PRAACCES-DECISA       VALUE "A" "Z" "N".
000390             88  PRAACCES-CONCESSA     VALUE "A" "Z".
000400*
000410* An objection a controinteressato lodged inside the window, as
000420* the ufficio recorded it.
000430*
000440         10  PRAACCES-OPPOSIZIONE-SW PIC X(01).
000450             88  PRAACCES-OPPOSTA      VALUE "S".
000460         10  PRAACCES-DATA-OPPOSIZ PIC 9(08).
000470         10  PRAACCES-NOTE-OPPOSIZ PIC X(120).
000480*
000490* The decision: when, by whom, on what grounds.
000500*
000510         10  PRAACCES-DATA-DECISIONE PIC 9(08).
000520         10  PRAACCES-OPERATORE    PIC X(30).
000530         10  PRAACCES-MOTIVAZIONE  PIC X(120).
000540*
000550* The download token of a granted istanza and the last day it
000560* opens the released documents - the PRATTACH rows, by upload
000570* moment, listed below and no other. Spaces and zero until the
000580* istanza is granted.
000590*
000600         10  PRAACCES-TOKEN        PIC X(16).
000610         10  PRAACCES-TOKEN-SCADENZA PIC 9(08).
000620         10  PRAACCES-NUM-DOCUMENTI PIC 9(02).
000630         10  PRAACCES-DOCUMENTO    OCCURS 20 TIMES.
000640             15  PRAACCES-DOC-DATE PIC 9(08).
000650             15  PRAACCES-DOC-TIME PIC 9(08).
000660         10  FILLER                PIC X(20).
000670     05  PRAACCES-TESTATA REDEFINES PRAACCES-ISTANZA.
000680         10  PRAACCES-ULTIMO-NUMERO PIC 9(07).
000690         10  FILLER                PIC X(1017).
