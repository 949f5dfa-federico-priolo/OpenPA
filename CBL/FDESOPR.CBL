000010*
000020* FDESOPR.CBL - record layout for PRASOPR (see SELSOPR.CBL). One
000030* row per sopralluogo, written by OPENPA15 when the assigned
000040* istruttore fixes it and completed there with the verbale.
000050*
000060 FD  PRASOPR
000070     LABEL RECORD IS STANDARD.
000080 01  PRASOPR-RECORD.
000090     05  PRASOPR-KEY.
000100         10  PRASOPR-COMUNE-CODE   PIC X(06).
000110         10  PRASOPR-PRATICA-ID    PIC X(10).
000120         10  PRASOPR-NUMERO        PIC 9(02).
000130*
000140* The appointment, keyed for the agenda: the istruttore who goes
000150* (the pratica's assegnatario when it was fixed), the date and
000160* the time as HHMM. The comune is repeated so the agenda stays
000170* inside one comune.
000180*
000190     05  PRASOPR-AGENDA-KEY.
000200         10  PRASOPR-AG-COMUNE     PIC X(06).
000210         10  PRASOPR-ISTRUTTORE    PIC X(30).
000220         10  PRASOPR-DATA          PIC 9(08).
000230         10  PRASOPR-ORA           PIC 9(04).
000240     05  PRASOPR-PARTECIPANTI      PIC X(200).
000250     05  PRASOPR-DATA-FISSATO      PIC 9(08).
000260     05  PRASOPR-STATO             PIC X(01).
000270         88  PRASOPR-FISSATO           VALUE "F".
000280         88  PRASOPR-VERBALIZZATO      VALUE "V".
000290*
000300* The verbale: outcome, the day it was written, the notes, and
000310* the photos taken on site - each one the PRATTACH row it was
000320* uploaded as, by its upload moment within the pratica. A
000330* negative outcome may have suspended the pratica (AP->SO); the
000340* switch records whether that move was made.
000350*
000360     05  PRASOPR-ESITO             PIC X(01).
000370         88  PRASOPR-ESITO-POSITIVO    VALUE "P".
000380         88  PRASOPR-ESITO-NEGATIVO    VALUE "N".
000390         88  PRASOPR-ESITO-ASSENTE     VALUE " ".
000400     05  PRASOPR-DATA-VERBALE      PIC 9(08).
000410     05  PRASOPR-NOTE              PIC X(400).
000420     05  PRASOPR-NUM-FOTO          PIC 9(02).
000430     05  PRASOPR-FOTO              OCCURS 10 TIMES.
000440         10  PRASOPR-FOTO-DATE     PIC 9(08).
000450         10  PRASOPR-FOTO-TIME     PIC 9(08).
000460     05  PRASOPR-SOSPESA-SW        PIC X(01).
000470         88  PRASOPR-SOSPESA           VALUE "S".
000480     05  FILLER                    PIC X(20).
