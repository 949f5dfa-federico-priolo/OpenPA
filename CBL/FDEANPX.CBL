000010*
000020* FDEANPX.CBL - record layout for ANPREXT (see SELANPX.CBL).
000030* One fixed-layout line per person: codice fiscale, surname and
000040* name as the anagrafe holds them, the person's position - R
000050* residente, D deceduto, T trasferito (emigrated to another
000060* comune or abroad) - and the date of the death or the move,
000070* spaces for a resident.
000080*
000090 FD  ANPREXT
000100     LABEL RECORD IS STANDARD.
000110 01  ANPREXT-RECORD.
000120     05  ANPX-CODICE-FISCALE       PIC X(16).
000130     05  ANPX-COGNOME              PIC X(40).
000140     05  ANPX-NOME                 PIC X(40).
000150     05  ANPX-POSIZIONE            PIC X(01).
000160         88  ANPX-RESIDENTE            VALUE "R".
000170         88  ANPX-DECEDUTO             VALUE "D".
000180         88  ANPX-TRASFERITO           VALUE "T".
000190     05  ANPX-DATA-EVENTO          PIC X(08).
