000010*
000020* FDECONS.CBL - record layout for PRACONS (see SELCONS.CBL). One
000030* row per pacchetto di versamento: the manifest last sent, how
000040* many documents and what checksum total it carried, and what
000050* the conservatore's rapporto di versamento answered - accepted
000060* with its identificativo di conservazione, or rejected with the
000070* reason. A rejected package is sent again only once an operator
000080* marks it corrected (CORREGGI mode of OPENPJ27); OPENPJ18 seals
000090* no pratica whose package is not accepted.
000100*
000110 FD  PRACONS
000120     LABEL RECORD IS STANDARD.
000130 01  PRACONS-RECORD.
000140     05  PRACONS-KEY.
000150         10  PRACONS-COMUNE-CODE   PIC X(06).
000160         10  PRACONS-TIPO          PIC X(01).
000170             88  PRACONS-PRATICA       VALUE "P".
000180             88  PRACONS-REGISTRO      VALUE "R".
000190*
000200* The pratica ID, or the registro day as aaaammgg.
000210*
000220         10  PRACONS-RIFERIMENTO   PIC X(10).
000230     05  PRACONS-STATO             PIC X(01).
000240         88  PRACONS-INVIATO           VALUE "I".
000250         88  PRACONS-ACCETTATO         VALUE "A".
000260         88  PRACONS-RIFIUTATO         VALUE "R".
000270         88  PRACONS-DA-REINVIARE      VALUE "D".
000280     05  PRACONS-PACCHETTO         PIC X(64).
000290     05  PRACONS-NUM-INVII         PIC 9(03).
000300     05  PRACONS-DATA-INVIO        PIC 9(08).
000310     05  PRACONS-NUM-DOCUMENTI     PIC 9(05).
000320     05  PRACONS-CHECKSUM          PIC 9(15).
000330     05  PRACONS-DATA-ESITO        PIC 9(08).
000340     05  PRACONS-ID-CONSERVAZIONE  PIC X(40).
000350     05  PRACONS-MOTIVO            PIC X(80).
000360     05  PRACONS-CORRETTO-DA       PIC X(30).
000370     05  FILLER                    PIC X(20).
