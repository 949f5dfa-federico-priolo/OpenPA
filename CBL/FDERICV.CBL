000010*
000020* FDERICV.CBL - record layout for PRARICEV (see SELRICV.CBL).
000030* Number 0000000 of each comune and year is the testata holding
000040* the last number given out; rows 1 onward are the ricevute,
000050* each pointing back to the PRAPAY row it was issued for by
000060* pratica and moment of incasso.
000070*
000080 FD  PRARICEV
000090     LABEL RECORD IS STANDARD.
000100 01  PRARICEV-RECORD.
000110     05  PRARICEV-KEY.
000120         10  PRARICEV-COMUNE-CODE  PIC X(06).
000130         10  PRARICEV-ANNO         PIC 9(04).
000140         10  PRARICEV-NUMERO       PIC 9(07).
000150             88  PRARICEV-TESTATA-ROW  VALUE 0.
000160     05  PRARICEV-RICEVUTA.
000170         10  PRARICEV-PRATICA-ID   PIC X(10).
000180         10  PRARICEV-DATA-INCASSO PIC 9(08).
000190         10  PRARICEV-ORA-INCASSO  PIC 9(08).
000200         10  PRARICEV-OPERATORE    PIC X(30).
000210         10  PRARICEV-MEZZO        PIC X(01).
000220             88  PRARICEV-CONTANTI     VALUE "C".
000230             88  PRARICEV-POS          VALUE "P".
000240         10  PRARICEV-IMPORTO      PIC S9(9)V99 COMP-3.
000250         10  FILLER                PIC X(20).
000260     05  PRARICEV-TESTATA REDEFINES PRARICEV-RICEVUTA.
000270         10  PRARICEV-ULTIMO-NUMERO PIC 9(07).
000280         10  FILLER                PIC X(76).
