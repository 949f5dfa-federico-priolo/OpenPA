000370* shorter, with spaces here.
000380*
000390     05  PRAHIST-CODICE-FISCALE    PIC X(16).
000400     05  FILLER                    PIC X(01) VALUE SPACE.
000410*
000420* Categoria and assegnatario before and after, filled by the
000430* writers that move them (the OPENPJ35 bulk operations); spaces
000440* on lines from writers that only move the state, and on lines
000450* from before the columns existed.
000460*
000470     05  PRAHIST-OLD-CATEGORIA     PIC X(06).
000480     05  FILLER                    PIC X(01) VALUE SPACE.
000490     05  PRAHIST-NEW-CATEGORIA     PIC X(06).
000500     05  FILLER                    PIC X(01) VALUE SPACE.
000510     05  PRAHIST-OLD-ASSEGNATARIO  PIC X(30).
000520     05  FILLER                    PIC X(01) VALUE SPACE.
000530     05  PRAHIST-NEW-ASSEGNATARIO  PIC X(30).
