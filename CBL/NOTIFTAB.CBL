000030* used by the OPENPJ10 sender. The key is old stato plus new
000040* stato; "**" in the old half matches any origin, and the final
000050* "****" row is the fallback when nothing closer fits. Maintained
000060* by hand as the comuni settle their wording. The **S1, **S2 and
000070* **MM rows are the OPENPJ24 dunning letters, not transitions;
000080* **AA is the OPENPA13 notice to the controinteressati, **SP the
000090* OPENPA15 notice of a sopralluogo fixed or moved, **PV the
000095* OPENPA16 notice of the signed provvedimento finale; **CT and
000096* **AS tell the richiedente of a categoria changed and the
000097* istruttore of an assignment changed by OPENPJ35.
000100*
000110 01  NOTIFTAB-VALUES.
000120     05  FILLER PIC X(64) VALUE "APSOLA PRATICA E STATA SOSPESA".
000130     05  FILLER PIC X(64)
000140     VALUE "SOAPLA PRATICA E TORNATA IN LAVORAZIONE".
000150     05  FILLER PIC X(64) VALUE "**CHLA PRATICA E STATA CHIUSA".
000160     05  FILLER PIC X(64)
000170     VALUE "**DRUN DOCUMENTO E STATO RESPINTO, RITRASMETTERLO".
000180     05  FILLER PIC X(64)
000190     VALUE "**S1SOLLECITO: RISULTANO ONERI NON PAGATI".
000200     05  FILLER PIC X(64)
000210     VALUE "**S2SECONDO SOLLECITO: ONERI ANCORA NON PAGATI".
000220     05  FILLER PIC X(64)
000230     VALUE "**MMMESSA IN MORA: PAGARE PENA ISCRIZIONE A RUOLO".
000240     05  FILLER PIC X(64)
000250     VALUE "**AAACCESSO AGLI ATTI RICHIESTO: OPPONIBILE IN 10 GG".
000260     05  FILLER PIC X(64)
000270     VALUE "**SPSOPRALLUOGO FISSATO: DATA E ORA AL LINK SEGUENTE".
000272     05  FILLER PIC X(64)
000274     VALUE "**PVPROVVEDIMENTO FINALE FIRMATO: VEDERE IL LINK".
000275     05  FILLER PIC X(64)
000276     VALUE "**CTLA CATEGORIA DELLA PRATICA E STATA MODIFICATA".
000277     05  FILLER PIC X(64)
000278     VALUE "**ASASSEGNAZIONE DELLA PRATICA MODIFICATA D'UFFICIO".
000280     05  FILLER PIC X(64)
000290     VALUE "****AGGIORNAMENTO DI STATO DELLA PRATICA".
000300 01  NOTIFTAB-AREA REDEFINES NOTIFTAB-VALUES.
000310     05  NOTIFTAB-ENTRY OCCURS 13 TIMES
000320                        INDEXED BY NOTIFTAB-IX.
000330         10  NOTIFTAB-TRANSIZIONE  PIC X(04).
000340         10  NOTIFTAB-TESTO        PIC X(60).
000350 01  NOTIFTAB-COUNT                PIC 9(3) COMP-5 VALUE 13.
