000010*
000020* FDERAGC.CBL - record layout for RAGCTRL (see SELRAGC.CBL). One
000030* row per comune and month exported to the ragioneria: when the
000040* flow went out, how many lines and what net total it carried,
000050* and how many times it has been sent. A sent month is closed to
000060* a new export until an operator reopens it with the RIAPRI mode
000070* of OPENPJ25, which leaves the name and the date on the row.
000080*
000090 FD  RAGCTRL
000100     LABEL RECORD IS STANDARD.
000110 01  RAGCTRL-RECORD.
000120     05  RAGCTRL-KEY.
000130         10  RAGCTRL-COMUNE-CODE   PIC X(06).
000140         10  RAGCTRL-PERIODO       PIC 9(06).
000150     05  RAGCTRL-STATO             PIC X(01).
000160         88  RAGCTRL-INVIATO           VALUE "I".
000170         88  RAGCTRL-RIAPERTO          VALUE "R".
000180     05  RAGCTRL-DATA-INVIO        PIC 9(08).
000190     05  RAGCTRL-ORA-INVIO         PIC 9(08).
000200     05  RAGCTRL-NUM-RIGHE         PIC 9(07).
000210     05  RAGCTRL-TOTALE-NETTO      PIC S9(11)V99 COMP-3.
000220     05  RAGCTRL-NUM-INVII         PIC 9(03).
000230     05  RAGCTRL-RIAPERTO-DA       PIC X(30).
000240     05  RAGCTRL-DATA-RIAPERTURA   PIC 9(08).
000250     05  FILLER                    PIC X(20).
