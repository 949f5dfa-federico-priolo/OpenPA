000240** fallimento come un altro), e chiude scrivendo su OPSREP il
000250** rapporto operativo del mattino - un rigo per lavoro con
000260** esito, orari e conteggio - cosi' una notte rotta si scopre
000270** alle otto e non alla telefonata del comune. Apre la catena
000272** la verifica di integrita' OPENPJ34: un lavoro completato che
000274** lascia sul libro corse anomalie gravi ferma la catena, e i
000276** lavori che restano figurano FERMATO sul rapporto.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENPJ20.
000510* ROUTETAB is.
000520*
000530 01  CATENA-VALUES.
000532     05  FILLER PIC X(36) VALUE
000534         "openpj34            OPENPJ34        ".
000540     05  FILLER PIC X(36) VALUE
000550         "openpj09            OPENPJ09        ".
000560     05  FILLER PIC X(36) VALUE
000644         "openpj22            OPENPJ22        ".
000646     05  FILLER PIC X(36) VALUE
000648         "openpj05            OPENPJ05OPENPJ22".
000652     05  FILLER PIC X(36) VALUE
000654         "openpj28            OPENPJ28        ".
000660     05  FILLER PIC X(36) VALUE
000670         "openpj17            OPENPJ17OPENPJ05".
000680     05  FILLER PIC X(36) VALUE
000730         "openpj13            OPENPJ13OPENPJ09".
000740     05  FILLER PIC X(36) VALUE
000750         "openpj12            OPENPJ12        ".
000752     05  FILLER PIC X(36) VALUE
000754         "openpj24            OPENPJ24OPENPJ14".
000760     05  FILLER PIC X(36) VALUE
000770         "openpj10            OPENPJ10OPENPJ04".
000774     05  FILLER PIC X(36) VALUE
000776         "openpj27 PREPARA    OPENPJ27        ".
000780     05  FILLER PIC X(36) VALUE
000790         "openpj18 ARCHIVIA   OPENPJ18OPENPJ02".
000800     05  FILLER PIC X(36) VALUE
000810         "openpj06            OPENPJ06        ".
000812     05  FILLER PIC X(36) VALUE
000814         "openpj38            OPENPJ38        ".
000820     05  FILLER PIC X(36) VALUE
000830         "openpj07            OPENPJ07        ".
000832     05  FILLER PIC X(36) VALUE
000834         "openpj26            OPENPJ26        ".
000836     05  FILLER PIC X(36) VALUE
000838         "openpj30            OPENPJ30        ".
000839     05  FILLER PIC X(36) VALUE
000840         "openpj32            OPENPJ32        ".
000841 01  CATENA-AREA REDEFINES CATENA-VALUES.
000850     05  CATENA-ENTRY OCCURS 24 TIMES
000860                      INDEXED BY CATENA-IX.
000870         10  CATENA-COMANDO        PIC X(20).
000880         10  CATENA-JOB            PIC X(08).
000890         10  CATENA-PREREQ         PIC X(08).
000900 77  CATENA-COUNT                  PIC 9(03) COMP-5 VALUE 24.
000910*
000920 77  OPJ-TODAY-DATE                PIC 9(08).
000930 77  OPJ-COMANDO                   PIC X(20).
000990 77  OPJ-COMPLETATI                PIC 9(03) COMP-5 VALUE 0.
001000 77  OPJ-FALLITI                   PIC 9(03) COMP-5 VALUE 0.
001010 77  OPJ-SALTATI                   PIC 9(03) COMP-5 VALUE 0.
001012 77  OPJ-CATENA-SW                 PIC X(01) VALUE "M".
001014     88  OPJ-CATENA-FERMA              VALUE "F".
001016     88  OPJ-CATENA-IN-MARCIA          VALUE "M".
001020*
001030 PROCEDURE  DIVISION.
001040*
001240* LANCIA-LAVORO runs one chain entry: the prerequisite's ledger
001250* row must say completato tonight, or the job is skipped and
001260* reported - downstream work against half-written data is
001270* exactly what this pilot exists to refuse. Once a job has
001275* stopped the chain, nothing behind it is launched.
001280*
001290 LANCIA-LAVORO.
001291         IF OPJ-CATENA-FERMA
001292             ADD 1 TO OPJ-SALTATI
001293             MOVE "FERMATO"  TO OPJ-ESITO-JOB
001294             MOVE 0 TO OPJRUN-ORA-INIZIO
001295             MOVE 0 TO OPJRUN-ORA-FINE
001296             MOVE 0 TO OPJRUN-CONTA
001297             PERFORM SCRIVI-OPSREP THRU EX-SCRIVI-OPSREP
001298             GO TO EX-LANCIA-LAVORO
001299         END-IF.
001300         PERFORM VERIFICA-PREREQ THRU EX-VERIFICA-PREREQ.
001310         IF OPJ-PREREQ-KO
001320             ADD 1 TO OPJ-SALTATI
001780* VERIFICA-ESITO judges the launched job off its own ledger row,
001790* not off the shell's word: a row completato is a clean run, a
001800* row still in corso is a job that died mid-file, no row at all
001810* is a job that never even opened the ledger. A completato row
001815* carrying severe findings stops the chain behind it.
001820*
001830 VERIFICA-ESITO.
001840         MOVE "NON PARTITO" TO OPJ-ESITO-JOB.
002080             DISPLAY "OPENPJ20: fallito "
002090                 CATENA-JOB(CATENA-IX)
002100         END-IF.
002101         IF OPJRUN-COMPLETATO
002102             AND OPJRUN-GRAVI NUMERIC
002103             AND OPJRUN-GRAVI > 0
002104             MOVE "BLOCCANTE"  TO OPJ-ESITO-JOB
002105             SET OPJ-CATENA-FERMA TO TRUE
002106             DISPLAY "OPENPJ20: catena fermata da "
002107                 CATENA-JOB(CATENA-IX)
002108                 " anomalie gravi " OPJRUN-GRAVI
002109         END-IF.
002110 EX-VERIFICA-ESITO.
002120         EXIT.
002130*
