000010*
000020* FDERDV.CBL - record layout for RAPPVERS (see SELRDV.CBL). The
000030* PRACONS key of the package, the conservatore's word on it, the
000040* day it decided, and either the identificativo under which the
000050* package is now conserved or the reason it was turned away.
000060*
000070 FD  RAPPVERS
000080     LABEL RECORD IS STANDARD.
000090 01  RAPPVERS-RECORD.
000100     05  RDV-COMUNE-CODE           PIC X(06).
000110     05  RDV-TIPO                  PIC X(01).
000120     05  RDV-RIFERIMENTO           PIC X(10).
000130     05  RDV-ESITO                 PIC X(09).
000140         88  RDV-ACCETTATO             VALUE "ACCETTATO".
000150         88  RDV-RIFIUTATO             VALUE "RIFIUTATO".
000160     05  RDV-DATA                  PIC X(08).
000170     05  RDV-ID-CONSERVAZIONE      PIC X(40).
000180     05  RDV-MOTIVO                PIC X(80).
