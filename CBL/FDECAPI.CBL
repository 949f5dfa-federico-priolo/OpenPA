000010*
000020* FDECAPI.CBL - record layout for PRACAPI (see SELCAPI.CBL). The
000030* voce is the code of a PRATAB "R" tariffa row (the categoria it
000040* prices), "DIRITT" for the fixed diritti di istruttoria of
000050* GLB-FEE-BASE together with the surcharge for additional
000060* categorie, or "BOLLO" for the part of the dovuto collected for
000070* the imposta di bollo. Maintained by the MAPPA mode of OPENPJ25.
000080*
000090 FD  PRACAPI
000100     LABEL RECORD IS STANDARD.
000110 01  PRACAPI-RECORD.
000120     05  PRACAPI-KEY.
000130         10  PRACAPI-COMUNE-CODE   PIC X(06).
000140         10  PRACAPI-ESERCIZIO     PIC 9(04).
000150         10  PRACAPI-VOCE          PIC X(06).
000160             88  PRACAPI-VOCE-DIRITTI  VALUE "DIRITT".
000170             88  PRACAPI-VOCE-BOLLO    VALUE "BOLLO".
000180*
000190* Capitolo as the accounting package spells it, article included
000200* where the ente uses one ("30100/01").
000210*
000220     05  PRACAPI-CAPITOLO          PIC X(12).
000230     05  PRACAPI-ACCERTAMENTO      PIC X(12).
000240     05  PRACAPI-DATA-AGGIORNAMENTO PIC 9(08).
000250     05  FILLER                    PIC X(20).
