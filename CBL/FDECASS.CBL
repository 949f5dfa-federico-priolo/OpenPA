000010*
000020* FDECASS.CBL - record layout for PRACASSA (see SELCASS.CBL). One
000030* row per cassa session: the fondo the operatore opens with, the
000040* running contanti and POS taken at the desk, and at closing
000050* what was counted, the difference from what the system expects
000060* and its motivo. A session closed with a difference waits for
000070* a supervisore's controfirma before it counts as closed; the
000080* OPENPJ26 distinta marks the session once it is versata in
000090* tesoreria.
000100*
000110 FD  PRACASSA
000120     LABEL RECORD IS STANDARD.
000130 01  PRACASSA-RECORD.
000140     05  PRACASSA-KEY.
000150         10  PRACASSA-COMUNE-CODE  PIC X(06).
000160         10  PRACASSA-DATA         PIC 9(08).
000170         10  PRACASSA-OPERATORE    PIC X(30).
000180     05  PRACASSA-STATO            PIC X(01).
000190         88  PRACASSA-APERTA           VALUE "A".
000200         88  PRACASSA-DA-FIRMARE       VALUE "D".
000210         88  PRACASSA-CHIUSA           VALUE "C".
000220     05  PRACASSA-ORA-APERTURA     PIC 9(08).
000230     05  PRACASSA-ORA-CHIUSURA     PIC 9(08).
000240     05  PRACASSA-FONDO            PIC S9(9)V99 COMP-3.
000250     05  PRACASSA-NUM-RICEVUTE     PIC 9(05).
000260     05  PRACASSA-INCASSO-CONTANTI PIC S9(9)V99 COMP-3.
000270     05  PRACASSA-INCASSO-POS      PIC S9(9)V99 COMP-3.
000280*
000290* Counted at closing: contanti include the fondo, so the cash
000300* expected is fondo plus contanti taken; POS is the terminal's
000310* day total. A difference is counted less expected.
000320*
000330     05  PRACASSA-CONTATO-CONTANTI PIC S9(9)V99 COMP-3.
000340     05  PRACASSA-CONTATO-POS      PIC S9(9)V99 COMP-3.
000350     05  PRACASSA-DIFF-CONTANTI    PIC S9(9)V99 COMP-3.
000360     05  PRACASSA-DIFF-POS         PIC S9(9)V99 COMP-3.
000370     05  PRACASSA-MOTIVO           PIC X(60).
000380     05  PRACASSA-SUPERVISORE      PIC X(30).
000390     05  PRACASSA-DATA-CONTROFIRMA PIC 9(08).
000400     05  PRACASSA-VERSATA-SW       PIC X(01).
000410         88  PRACASSA-VERSATA          VALUE "S".
000420     05  PRACASSA-DATA-VERSAMENTO  PIC 9(08).
000430     05  FILLER                    PIC X(20).
