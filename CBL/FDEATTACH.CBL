000420         88  PRATTACH-IN-QUARANTENA    VALUE "Q".
000430         88  PRATTACH-LIBERATO         VALUE "L" " ".
000440         88  PRATTACH-INFETTO          VALUE "I".
000450*
000460* Digital signature: whether the document must carry a valid
000470* one (a signed envelope, or a document type FIRMATAB.CBL lists),
000480* and what the OPENPJ28 verifier run found - the signer's codice
000490* fiscale, the signing date, whether the certificate was in force
000500* at that date, the verdict, and whether the signer is neither
000510* the richiedente nor the delegato of the pratica. Spaces on
000520* rows from before the fields existed: nothing was required.
000530*
000540     05  PRATTACH-FIRMA-SW         PIC X(01).
000550         88  PRATTACH-FIRMA-RICHIESTA  VALUE "S".
000560         88  PRATTACH-FIRMA-FACOLTATIVA VALUE "N" " ".
000570     05  PRATTACH-FIRMA-STATO      PIC X(01).
000580         88  PRATTACH-FIRMA-ASSENTE    VALUE " ".
000590         88  PRATTACH-FIRMA-DA-VERIFICARE VALUE "D".
000600         88  PRATTACH-FIRMA-VALIDA     VALUE "V".
000610         88  PRATTACH-FIRMA-NON-VALIDA VALUE "I".
000620         88  PRATTACH-FIRMA-SCADUTA    VALUE "S".
000630     05  PRATTACH-FIRMATARIO-CF    PIC X(16).
000640     05  PRATTACH-FIRMA-DATA       PIC 9(08).
000650     05  PRATTACH-CERT-SCADENZA    PIC 9(08).
000660     05  PRATTACH-CERT-VALIDO-SW   PIC X(01).
000670         88  PRATTACH-CERT-VALIDO      VALUE "S".
000680         88  PRATTACH-CERT-NON-VALIDO  VALUE "N".
000690     05  PRATTACH-FIRMATARIO-SW    PIC X(01).
000700         88  PRATTACH-FIRMATARIO-TITOLARE VALUE "T".
000710         88  PRATTACH-FIRMATARIO-ESTRANEO VALUE "E".
