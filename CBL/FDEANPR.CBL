000010*
000020* FDEANPR.CBL - record layout for PRAANPR (see SELANPR.CBL). One
000030* row per person ever seen in the ANPREXT extract, kept by the
000040* OPENPJ32 load: the person as the anagrafe last gave them, the
000050* day that picture last changed and the day of the last extract
000060* that still carried them. A person the extract stops carrying
000070* is turned to X (cancellato) once, and that is a change too.
000080* The matching of a pratica is done again only for a person
000090* whose DATA-VARIAZIONE is later than the pratica's check.
000100*
000110 FD  PRAANPR
000120     LABEL RECORD IS STANDARD.
000130 01  PRAANPR-RECORD.
000140     05  PRAANPR-KEY.
000150         10  PRAANPR-CODICE-FISCALE PIC X(16).
000160     05  PRAANPR-COGNOME           PIC X(40).
000170     05  PRAANPR-NOME              PIC X(40).
000180     05  PRAANPR-POSIZIONE         PIC X(01).
000190         88  PRAANPR-RESIDENTE         VALUE "R".
000200         88  PRAANPR-DECEDUTO          VALUE "D".
000210         88  PRAANPR-TRASFERITO        VALUE "T".
000220         88  PRAANPR-CANCELLATO        VALUE "X".
000230     05  PRAANPR-DATA-EVENTO       PIC X(08).
000240     05  PRAANPR-DATA-VARIAZIONE   PIC 9(08).
000250     05  PRAANPR-DATA-ESTRATTO     PIC 9(08).
000260     05  FILLER                    PIC X(20).
