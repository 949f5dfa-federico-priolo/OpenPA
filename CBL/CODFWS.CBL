000010*
000020* CODFWS.CBL - working fields for the codice fiscale check in
000030* CODFCHK.CBL. The caller moves the code into CFC-VALORE and
000040* performs CONTROLLA-CODFISC; CFC-VALIDO-SW comes back set. The
000050* check tables themselves are CODFTAB.CBL's, which the caller
000060* copies alongside.
000070*
000080 77  CFC-VALORE                    PIC X(16).
000090 77  CFC-VALIDO-SW                 PIC X(01).
000100     88  CFC-VALIDO                    VALUE "S".
000110     88  CFC-NON-VALIDO                VALUE "N".
000120 77  CFC-SUM                       PIC 9(05) COMP-5.
000130 77  CFC-IX                        PIC 9(02) COMP-5.
000140 77  CFC-CHAR                      PIC X(01).
000150 77  CFC-TAB-IX                    PIC 9(02) COMP-5.
000160 77  CFC-TAB-VAL                   PIC 9(02) COMP-5.
000170 77  CFC-CHAR-FOUND-SW             PIC X(01).
000180     88  CFC-CHAR-FOUND                VALUE "S".
000190     88  CFC-CHAR-NOT-FOUND            VALUE "N".
000200 77  CFC-QUOZ                      PIC 9(05) COMP-5.
000210 77  CFC-REM                       PIC 9(02) COMP-5.
