000010*
000020* FDEFIRM.CBL - record layout for FIRMVERD (see SELFIRM.CBL).
000030* One fixed-layout line per verified document: the PRATTACH key,
000040* the verifier's word - VALIDA, NONVALIDA (broken or forged
000050* envelope, revoked certificate) or SCADUTA (certificate out of
000060* force when signed) - the signer's codice fiscale as read from
000070* the certificate, the signing date and the certificate's own
000080* validity window.
000090*
000100 FD  FIRMVERD
000110     LABEL RECORD IS STANDARD.
000120 01  FIRMVERD-RECORD.
000130     05  FIRM-COMUNE-CODE          PIC X(06).
000140     05  FIRM-PRATICA-ID           PIC X(10).
000150     05  FIRM-UPLOAD-DATE          PIC X(08).
000160     05  FIRM-UPLOAD-TIME          PIC X(08).
000170     05  FIRM-ESITO                PIC X(09).
000180         88  FIRM-VALIDA               VALUE "VALIDA".
000190         88  FIRM-NON-VALIDA           VALUE "NONVALIDA".
000200         88  FIRM-SCADUTA              VALUE "SCADUTA".
000210     05  FIRM-CF-FIRMATARIO        PIC X(16).
000220     05  FIRM-DATA-FIRMA           PIC X(08).
000230     05  FIRM-CERT-INIZIO          PIC X(08).
000240     05  FIRM-CERT-FINE            PIC X(08).
