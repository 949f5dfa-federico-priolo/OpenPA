000010*
000020* FAMCHK.CBL - parameter area of the OPENPS06 family service. The
000030* caller fills the comune and a pratica; the service climbs the
000040* PRALINK chain to the capostipite and walks down from it, and
000050* returns every member of the family - the capostipite first,
000060* then the follow-ons level by level, each naming its padre -
000070* with its legame, its depth and its current state, plus how
000080* many members are still open (any state short of CH, AC, RE).
000090* A member no longer in PRAVIEW has been sealed by OPENPJ18 and
000100* comes back fuori linea. A pratica with no legami is a family
000110* of one. Copied into WORKING-STORAGE by callers and into the
000120* LINKAGE SECTION by OPENPS06 itself.
000130*
000140 01  FAMCHK-AREA.
000150     05  FAM-COMUNE-CODE           PIC X(06).
000160     05  FAM-PRATICA-ID            PIC X(10).
000170*
000180* ALBERO asks for the tree alone, PRAVIEW left unread: a batch
000190* walking PRAVIEW for update reads the states on its own handle.
000200*
000210     05  FAM-MODO                  PIC X(01).
000220         88  FAM-MODO-STATI            VALUE "S".
000230         88  FAM-MODO-ALBERO           VALUE "A".
000240*
000250* ERRORE when PRAVIEW would not open: the states are then
000260* unknown, and a caller that gates on them holds back.
000270*
000280     05  FAM-ESITO                 PIC X(01).
000290         88  FAM-ESITO-OK              VALUE "0".
000300         88  FAM-ESITO-ERRORE          VALUE "1".
000310     05  FAM-RADICE-ID             PIC X(10).
000320     05  FAM-COUNT                 PIC 9(02) COMP-5.
000330     05  FAM-APERTE                PIC 9(02) COMP-5.
000340     05  FAM-OLTRE-CAP             PIC 9(02) COMP-5.
000350     05  FAM-MEMBRI-TABLE.
000360         10  FAM-MEMBRO            OCCURS 30 TIMES.
000370             15  FAM-M-PRATICA-ID      PIC X(10).
000380             15  FAM-M-PADRE-ID        PIC X(10).
000390             15  FAM-M-LEGAME          PIC X(01).
000400             15  FAM-M-LIVELLO         PIC 9(02) COMP-5.
000410             15  FAM-M-STATO           PIC X(02).
000420             15  FAM-M-LINEA-SW        PIC X(01).
000430                 88  FAM-M-IN-LINEA        VALUE "S".
000440                 88  FAM-M-FUORI-LINEA     VALUE "N".
