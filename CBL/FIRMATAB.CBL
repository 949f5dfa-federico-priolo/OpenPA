000010*
000020* FIRMATAB.CBL - table of document types (PRATTACH-DOC-TYPE codes)
000030* that professional filings must carry digitally signed; checked
000040* by SAVE-ATTACHMENT and by the integrazioni checklist. A document
000050* of these types without a valid signature counts as not received.
000060* Maintained by hand as the regulations change. PROVVEDIMENTO is
000070* the comune's own final act, signed before OPENPA16 notifies it.
000080*
000090 01  FIRMATAB-VALUES.
000100     05  FILLER PIC X(20) VALUE "PROGETTO".
000110     05  FILLER PIC X(20) VALUE "RELAZIONE TECNICA".
000120     05  FILLER PIC X(20) VALUE "ASSEVERAZIONE".
000130     05  FILLER PIC X(20) VALUE "DELEGA".
000140     05  FILLER PIC X(20) VALUE "PROCURA".
000150     05  FILLER PIC X(20) VALUE "PROVVEDIMENTO".
000160 01  FIRMATAB-AREA REDEFINES FIRMATAB-VALUES.
000170     05  FIRMATAB-ENTRY OCCURS 6 TIMES
000180                         INDEXED BY FIRMATAB-IX.
000190         10  FIRMATAB-DOC-TYPE     PIC X(20).
000200 01  FIRMATAB-COUNT                PIC 9(3) COMP-5 VALUE 6.
000210 01  FIRMATAB-FOUND-SW             PIC X(01).
000220     88  FIRMATAB-FOUND                VALUE "S".
000230     88  FIRMATAB-NOT-FOUND            VALUE "N".
