000160             88  PRATAB-TIPO-TARIFFA   VALUE "R".
000162             88  PRATAB-TIPO-SCADENZA  VALUE "S".
000164             88  PRATAB-TIPO-TRANSIZ   VALUE "W".
000166             88  PRATAB-TIPO-PAGOPA    VALUE "P".
000170         10  PRATAB-COD-RIFERIMENTO PIC X(06).
000180     05  PRATAB-DESCRIZIONE        PIC X(40).
000190     05  PRATAB-VALORE             PIC S9(9)V99 COMP-3.
000202*
000204     05  PRATAB-FLAG-SILENZIO      PIC X(01).
000206         88  PRATAB-SILENZIO-ASSENSO   VALUE "S".
000208*
000210* On a "T" (categoria) row this flag marks the categorie of the
000212* edilizia whose permits enter the ISTAT quarterly survey of the
000214* building activity (OPENPJ33): their pratiche carry the PRAISTAT
000216* data. Blank on every other row type.
000218*
000220     05  PRATAB-FLAG-ISTAT         PIC X(01).
000222         88  PRATAB-RILEVAZIONE-ISTAT  VALUE "S".
000224     05  FILLER                    PIC X(08).
