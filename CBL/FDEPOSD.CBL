000010*
000020* FDEPOSD.CBL - record layout for PRAPOSD (see SELPOSD.CBL). One
000030* row per posizione debitoria issued by the OPENPS04 service; a
000040* pratica has at most one APERTA row at a time, the older rows
000050* staying on file as PAGATA, ANNULLATA or SOSTITUITA so the
000060* avvisi the citizen may still hold can always be traced.
000070*
000080 FD  PRAPOSD
000090     LABEL RECORD IS STANDARD.
000100 01  PRAPOSD-RECORD.
000110     05  PRAPOSD-KEY.
000120         10  PRAPOSD-COMUNE-CODE   PIC X(06).
000130         10  PRAPOSD-PRATICA-ID    PIC X(10).
000140         10  PRAPOSD-PROGRESSIVO   PIC 9(02).
000150*
000160* IUV in the aux-digit-3 form: codice segregazione (2), the
000170* 13-digit base - protocol year, protocol number and the
000180* progressive above - and the two mod-93 check digits. The
000190* codice avviso printed on the avviso is the aux digit "3"
000200* followed by the IUV.
000210*
000220     05  PRAPOSD-IUV-KEY.
000230         10  PRAPOSD-IUV-COMUNE    PIC X(06).
000240         10  PRAPOSD-IUV           PIC X(17).
000250     05  PRAPOSD-CODICE-AVVISO     PIC X(18).
000260     05  PRAPOSD-IMPORTO           PIC S9(9)V99 COMP-3.
000270     05  PRAPOSD-DATA-EMISSIONE    PIC 9(08).
000280     05  PRAPOSD-DATA-SCADENZA     PIC 9(08).
000290     05  PRAPOSD-STATO             PIC X(01).
000300         88  PRAPOSD-APERTA            VALUE "A".
000310         88  PRAPOSD-PAGATA            VALUE "P".
000320         88  PRAPOSD-ANNULLATA         VALUE "X".
000330         88  PRAPOSD-SOSTITUITA        VALUE "S".
000340*
000350* Date the position left APERTA, whichever way it left; zero
000360* while it is still open.
000370*
000380     05  PRAPOSD-DATA-CHIUSURA     PIC 9(08).
000390     05  FILLER                    PIC X(10).
