000010*
000020* ISTAWS.CBL - working fields for the ISTAT data check in
000030* ISTACHK.CBL. The caller moves the values of a pratica into
000040* ISTA-DATI - off the form or off its PRAISTAT row - and
000050* performs CONTROLLA-ISTAT; ISTA-ESITO-SW comes back set and, on
000060* a refusal, the field at fault in ISTA-MOTIVO.
000070*
000080 01  ISTA-DATI.
000090     05  ISTA-TIPO-INTERVENTO      PIC X(01).
000100         88  ISTA-TIPO-VALIDO          VALUE "N" "A" "D".
000110     05  ISTA-RESIDENZIALE         PIC X(01).
000120         88  ISTA-RESID-VALIDO         VALUE "S" "N".
000130         88  ISTA-USO-RESIDENZIALE     VALUE "S".
000140     05  ISTA-VOLUME               PIC 9(07).
000150     05  ISTA-SUPERFICIE           PIC 9(07).
000160     05  ISTA-ABITAZIONI           PIC 9(04).
000170     05  ISTA-STANZE               PIC 9(05).
000180 77  ISTA-ESITO-SW                 PIC X(01).
000190     88  ISTA-COMPLETA                 VALUE "S".
000200     88  ISTA-INCOMPLETA               VALUE "N".
000210 77  ISTA-MOTIVO                   PIC X(40).
