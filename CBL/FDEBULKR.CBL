000010*
000020* FDEBULKR.CBL - record layout for BULKRB (see SELBULKR.CBL). One
000030* line per pratica the real run changed: the values before and
000040* after, and the VERSIONE the change left on PRAVIEW - a pratica
000050* whose VERSIONE has moved on since was changed again by someone
000060* else, and RIPRISTINA leaves it alone.
000070*
000080 FD  BULKRB
000090     LABEL RECORD IS STANDARD.
000100 01  BULKRB-RECORD.
000110     05  BULKRB-COMUNE-CODE        PIC X(06).
000120     05  BULKRB-LOTTO              PIC 9(05).
000130     05  BULKRB-PRATICA-ID         PIC X(10).
000140     05  BULKRB-AZIONE             PIC X(01).
000150     05  BULKRB-OLD-STATO          PIC X(02).
000160     05  BULKRB-NEW-STATO          PIC X(02).
000170     05  BULKRB-OLD-CATEGORIA      PIC X(06).
000180     05  BULKRB-NEW-CATEGORIA      PIC X(06).
000190     05  BULKRB-OLD-ASSEGNATARIO   PIC X(30).
000200     05  BULKRB-NEW-ASSEGNATARIO   PIC X(30).
000210     05  BULKRB-VERSIONE           PIC 9(09).
