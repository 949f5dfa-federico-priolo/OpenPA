000010*
000020* FDERATE.CBL - record layout for PRARATE (see SELRATE.CBL). Rata
000030* number 00 is the plan's testata - how many rate, the polizza
000040* fideiussoria guaranteeing them and who granted the plan when;
000050* rows 01 onward are the rate themselves, amount and due date.
000060* What is paid against each rata is never stored: the OPENPS05
000070* service allocates the PRAPAY rows to the rate every time it
000080* is asked, so the plan can never drift from the register.
000090*
000100 FD  PRARATE
000110     LABEL RECORD IS STANDARD.
000120 01  PRARATE-RECORD.
000130     05  PRARATE-KEY.
000140         10  PRARATE-COMUNE-CODE   PIC X(06).
000150         10  PRARATE-PRATICA-ID    PIC X(10).
000160         10  PRARATE-NUMERO        PIC 9(02).
000170             88  PRARATE-TESTATA-ROW   VALUE 0.
000180     05  PRARATE-RATA.
000190         10  PRARATE-IMPORTO       PIC S9(9)V99 COMP-3.
000200         10  PRARATE-SCADENZA      PIC 9(08).
000210         10  FILLER                PIC X(66).
000220     05  PRARATE-TESTATA REDEFINES PRARATE-RATA.
000230         10  PRARATE-NUM-RATE      PIC 9(02).
000240*
000250* Polizza fideiussoria: reference and expiry, spaces and zero
000260* when the plan was granted without one.
000270*
000280         10  PRARATE-POLIZZA-RIF   PIC X(30).
000290         10  PRARATE-POLIZZA-SCAD  PIC 9(08).
000300         10  PRARATE-DATA-CONCESS  PIC 9(08).
000310         10  PRARATE-CONCESSO-DA   PIC X(30).
000320         10  FILLER                PIC X(02).
