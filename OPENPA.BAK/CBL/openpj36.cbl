000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190** flusso batch di gestione dei clienti del servizio di stato per
000200** gli enti (TIPO=API, OPENPA20), lanciato a richiesta e non
000210** nella catena notturna. REGISTRA cliente chiave quota operatore
000220** iscrive in PRAAPIC un cliente nuovo, attivo e senza comuni,
000230** oppure cambia chiave e quota giornaliera a uno gia' iscritto;
000240** ABILITA cliente comune operatore gli apre un comune (* = tutti
000250** i comuni) e REVOCA cliente comune operatore glielo toglie (*
000260** li toglie tutti); SOSPENDI e RIATTIVA cliente operatore lo
000270** fermano e lo riammettono senza perderne la configurazione.
000280** ELENCO stampa su APICLI.aaaammgg i clienti con stato, quota,
000290** chiamate servite e rifiutate nel giorno dell'ultimo conteggio
000300** e comuni abilitati; la chiave non viene mai stampata.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENPJ36.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360         COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.

000390         COPY "SELAPIC.CBL".
000400         COPY "SELSTAMPA.CBL".

000410         COPY "SELRUNLG.CBL".

000420 DATA             DIVISION.
000430 FILE SECTION.

000440         COPY "FDEAPIC.CBL".
000450         COPY "FDESTAMPA.CBL".

000460         COPY "FDERUNLG.CBL".

000470 WORKING-STORAGE  SECTION.

000480         COPY "GLOBALS.CBL".
000490         COPY "FILEHWS.CBL".
000500         COPY "RUNLGWS.CBL".
000510*
000520 77  OPJ-COMMAND-LINE              PIC X(160).
000530 77  OPJ-MODO                      PIC X(10).
000540     88  OPJ-MODO-REGISTRA             VALUE "REGISTRA".
000550     88  OPJ-MODO-ABILITA              VALUE "ABILITA".
000560     88  OPJ-MODO-REVOCA               VALUE "REVOCA".
000570     88  OPJ-MODO-SOSPENDI             VALUE "SOSPENDI".
000580     88  OPJ-MODO-RIATTIVA             VALUE "RIATTIVA".
000590     88  OPJ-MODO-ELENCO               VALUE "ELENCO".
000600 77  OPJ-ARG-CLIENTE               PIC X(16).
000610 77  OPJ-PARM-1                    PIC X(40).
000620 77  OPJ-PARM-2                    PIC X(40).
000630 77  OPJ-PARM-3                    PIC X(40).
000640 77  OPJ-TODAY-DATE                PIC 9(08).
000650 77  OPJ-OPERATORE                 PIC X(30).
000660 77  OPJ-COMUNE-CODE               PIC X(06).
000670 77  OPJ-CHIAVE                    PIC X(32).
000680 77  OPJ-CHIAVE-LEN                PIC 9(03) COMP-5.
000690 77  OPJ-QUOTA                     PIC 9(07).
000700 77  OPJ-IX                        PIC 9(02) COMP-5.
000710 77  OPJ-TROVATO                   PIC 9(02) COMP-5.
000720 77  OPJ-CLIENTI                   PIC 9(05) COMP-5 VALUE 0.
000730 77  OPJ-EOF-SW                    PIC X(01).
000740     88  OPJ-EOF                       VALUE "S".
000750     88  OPJ-NOT-EOF                   VALUE "N".
000760 77  OPJ-NUOVO-SW                  PIC X(01).
000770     88  OPJ-NUOVO                     VALUE "S".
000780     88  OPJ-ESISTENTE                 VALUE "N".
000790 77  OPJ-STATO-DESCR               PIC X(10).
000800 77  OPJ-QUOTA-EDIT                PIC Z(6)9.
000810 77  OPJ-CHIAMATE-EDIT             PIC Z(6)9.
000820 77  OPJ-RIFIUTATE-EDIT            PIC Z(6)9.
000830 77  OPJ-COMUNI-LINE               PIC X(80).
000840 77  OPJ-COMUNI-PTR                PIC 9(03) COMP-5.
000850*
000860* Print-output working fields for the COPYed 9100/9110/9150
000870* pagination paragraphs.
000880*
000890 77  STAMPA-SPOOL-PATH             PIC X(64).
000900 77  STAMPA-TODAY-DATE             PIC 9(08).
000910 77  STAMPA-LINE                   PIC X(132).
000920 77  STAMPA-TITOLO                 PIC X(24)
000930     VALUE "CLIENTI SERVIZIO API".
000940 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
000950 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
000960 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
000970 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
000980*
000990 PROCEDURE  DIVISION.
001000*
001010         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.

001020         EVALUATE TRUE
001030             WHEN OPJ-MODO-REGISTRA
001040                 PERFORM REGISTRA-CLIENTE
001050                     THRU EX-REGISTRA-CLIENTE
001060             WHEN OPJ-MODO-ABILITA
001070                 PERFORM ABILITA-COMUNE
001080                     THRU EX-ABILITA-COMUNE
001090             WHEN OPJ-MODO-REVOCA
001100                 PERFORM REVOCA-COMUNE
001110                     THRU EX-REVOCA-COMUNE
001120             WHEN OPJ-MODO-SOSPENDI
001130             WHEN OPJ-MODO-RIATTIVA
001140                 PERFORM CAMBIA-STATO
001150                     THRU EX-CAMBIA-STATO
001160             WHEN OPJ-MODO-ELENCO
001170                 PERFORM ELENCA-CLIENTI
001180                     THRU EX-ELENCA-CLIENTI
001190             WHEN OTHER
001200                 DISPLAY "OPENPJ36: uso REGISTRA cliente chiave "
001210                     "quota operatore, "
001220                     "ABILITA|REVOCA cliente comune|* operatore, "
001230                     "SOSPENDI|RIATTIVA cliente operatore "
001240                     "oppure ELENCO"
001250                 MOVE 12 TO RETURN-CODE
001260         END-EVALUATE.

001270         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001280         GOBACK.
001290*
001300* INIZIO-BATCH reads "MODO CLIENTE PARAMETRI" off the command
001310* line; each mode reads its parameters in its own order. Every
001320* mode but ELENCO names a client.
001330*
001340 INIZIO-BATCH.
001350         MOVE SPACES TO OPJ-COMMAND-LINE.
001360         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001370         MOVE SPACES TO OPJ-MODO.
001380         MOVE SPACES TO OPJ-ARG-CLIENTE.
001390         MOVE SPACES TO OPJ-PARM-1 OPJ-PARM-2 OPJ-PARM-3.
001400         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001410             INTO OPJ-MODO OPJ-ARG-CLIENTE OPJ-PARM-1 OPJ-PARM-2
001420                  OPJ-PARM-3
001430         END-UNSTRING.
001440         IF OPJ-ARG-CLIENTE = SPACES
001450             AND NOT OPJ-MODO-ELENCO
001460             MOVE SPACES TO OPJ-MODO
001470         END-IF.
001480         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001490         SET OPJ-NOT-EOF TO TRUE.
001500         MOVE "OPENPJ36" TO FILEH-PROGRAMMA.
001510         PERFORM SEGNA-INIZIO-CORSA
001520             THRU EX-SEGNA-INIZIO-CORSA.
001530 EX-INIZIO-BATCH.
001540         EXIT.
001550*
001560* REGISTRA-CLIENTE enrols a client or re-keys one already on the
001570* register. The key must be at least 16 characters with no
001580* blanks, and the quota at least one call a day. A re-keyed
001590* client keeps its comuni, its state and the day's counts.
001600*
001610 REGISTRA-CLIENTE.
001620         MOVE OPJ-PARM-1 TO OPJ-CHIAVE.
001630         MOVE 0 TO OPJ-CHIAVE-LEN.
001640         INSPECT OPJ-PARM-1 TALLYING OPJ-CHIAVE-LEN
001650             FOR CHARACTERS BEFORE INITIAL SPACE.
001660         IF OPJ-CHIAVE-LEN < 16
001670             OR OPJ-CHIAVE-LEN > 32
001680             OR OPJ-PARM-2 = SPACES
001690             OR OPJ-PARM-3 = SPACES
001700             DISPLAY "OPENPJ36: uso REGISTRA cliente chiave "
001710                 "quota operatore (chiave di 16-32 caratteri)"
001720             MOVE 12 TO RETURN-CODE
001730             GO TO EX-REGISTRA-CLIENTE
001740         END-IF.
001750         MOVE 0 TO OPJ-QUOTA.
001760         PERFORM LEGGI-QUOTA THRU EX-LEGGI-QUOTA.
001770         IF OPJ-QUOTA = 0
001780             DISPLAY "OPENPJ36: quota giornaliera non valida "
001790                 OPJ-PARM-2
001800             MOVE 12 TO RETURN-CODE
001810             GO TO EX-REGISTRA-CLIENTE
001820         END-IF.
001830         MOVE OPJ-PARM-3 TO OPJ-OPERATORE.

001840         PERFORM APRI-REGISTRO THRU EX-APRI-REGISTRO.
001850         MOVE OPJ-ARG-CLIENTE TO PRAAPIC-CLIENTE.
001860         SET OPJ-ESISTENTE TO TRUE.
001870         READ PRAAPIC
001880             INVALID KEY
001890                 SET OPJ-NUOVO TO TRUE
001900                 INITIALIZE PRAAPIC-RECORD
001910                 MOVE OPJ-ARG-CLIENTE TO PRAAPIC-CLIENTE
001920                 SET PRAAPIC-ATTIVO TO TRUE
001930                 MOVE "N" TO PRAAPIC-TUTTI-COMUNI
001940         END-READ.
001950         MOVE OPJ-CHIAVE      TO PRAAPIC-CHIAVE.
001960         MOVE OPJ-QUOTA       TO PRAAPIC-QUOTA-GIORNO.
001970         MOVE OPJ-TODAY-DATE  TO PRAAPIC-DATA-AGG.
001980         MOVE OPJ-OPERATORE   TO PRAAPIC-OPERATORE.
001990         IF OPJ-NUOVO
002000             WRITE PRAAPIC-RECORD
002010             DISPLAY "OPENPJ36: cliente " OPJ-ARG-CLIENTE
002020                 " iscritto, quota " OPJ-QUOTA
002030                 " - abilitarlo ai comuni con ABILITA"
002040         ELSE
002050             REWRITE PRAAPIC-RECORD
002060             DISPLAY "OPENPJ36: cliente " OPJ-ARG-CLIENTE
002070                 " chiave e quota aggiornate, quota " OPJ-QUOTA
002080         END-IF.
002090         MOVE "PRAAPIC"      TO FILEH-NAME.
002100         MOVE STATUS-PRAAPIC TO FILEH-STATUS.
002110         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002120         CLOSE PRAAPIC.
002130         MOVE 1 TO RUNLG-CONTA.
002140 EX-REGISTRA-CLIENTE.
002150         EXIT.
002160*
002170* LEGGI-QUOTA takes a quota typed with fewer than seven digits;
002180* anything that is not a plain number leaves it at zero.
002190*
002200 LEGGI-QUOTA.
002210         MOVE 0 TO OPJ-IX.
002220         INSPECT OPJ-PARM-2 TALLYING OPJ-IX
002230             FOR CHARACTERS BEFORE INITIAL SPACE.
002240         IF OPJ-IX = 0
002250             OR OPJ-IX > 7
002260             GO TO EX-LEGGI-QUOTA
002270         END-IF.
002280         IF OPJ-PARM-2(1:OPJ-IX) IS NUMERIC
002290             MOVE OPJ-PARM-2(1:OPJ-IX) TO OPJ-QUOTA
002300         END-IF.
002310 EX-LEGGI-QUOTA.
002320         EXIT.
002330*
002340* ABILITA-COMUNE opens one comune to the client, or every comune
002350* with "*". A comune already open is left as it is.
002360*
002370 ABILITA-COMUNE.
002380         IF OPJ-PARM-1 = SPACES
002390             OR OPJ-PARM-2 = SPACES
002400             DISPLAY "OPENPJ36: uso ABILITA cliente comune|* "
002410                 "operatore"
002420             MOVE 12 TO RETURN-CODE
002430             GO TO EX-ABILITA-COMUNE
002440         END-IF.
002450         MOVE OPJ-PARM-1 TO OPJ-COMUNE-CODE.
002460         MOVE OPJ-PARM-2 TO OPJ-OPERATORE.
002470         PERFORM LEGGI-CLIENTE THRU EX-LEGGI-CLIENTE.
002480         IF RETURN-CODE NOT = 0
002490             GO TO EX-ABILITA-COMUNE
002500         END-IF.

002510         IF OPJ-COMUNE-CODE = "*"
002520             MOVE "S" TO PRAAPIC-TUTTI-COMUNI
002530         ELSE
002540             PERFORM TROVA-COMUNE THRU EX-TROVA-COMUNE
002550             IF OPJ-TROVATO = 0
002560                 IF PRAAPIC-NUM-COMUNI NOT LESS THAN 20
002570                     DISPLAY "OPENPJ36: il cliente "
002580                         OPJ-ARG-CLIENTE " ha gia' 20 comuni"
002590                     CLOSE PRAAPIC
002600                     MOVE 8 TO RETURN-CODE
002610                     GO TO EX-ABILITA-COMUNE
002620                 END-IF
002630                 ADD 1 TO PRAAPIC-NUM-COMUNI
002640                 MOVE OPJ-COMUNE-CODE
002650                     TO PRAAPIC-COMUNE(PRAAPIC-NUM-COMUNI)
002660             END-IF
002670         END-IF.
002680         PERFORM SCRIVI-CLIENTE THRU EX-SCRIVI-CLIENTE.
002690         DISPLAY "OPENPJ36: cliente " OPJ-ARG-CLIENTE
002700             " abilitato al comune " OPJ-COMUNE-CODE.
002710 EX-ABILITA-COMUNE.
002720         EXIT.
002730*
002740* REVOCA-COMUNE closes one comune to the client, closing the
002750* gap in its list, or with "*" closes them all - the "every
002760* comune" mark included.
002770*
002780 REVOCA-COMUNE.
002790         IF OPJ-PARM-1 = SPACES
002800             OR OPJ-PARM-2 = SPACES
002810             DISPLAY "OPENPJ36: uso REVOCA cliente comune|* "
002820                 "operatore"
002830             MOVE 12 TO RETURN-CODE
002840             GO TO EX-REVOCA-COMUNE
002850         END-IF.
002860         MOVE OPJ-PARM-1 TO OPJ-COMUNE-CODE.
002870         MOVE OPJ-PARM-2 TO OPJ-OPERATORE.
002880         PERFORM LEGGI-CLIENTE THRU EX-LEGGI-CLIENTE.
002890         IF RETURN-CODE NOT = 0
002900             GO TO EX-REVOCA-COMUNE
002910         END-IF.

002920         IF OPJ-COMUNE-CODE = "*"
002930             MOVE "N" TO PRAAPIC-TUTTI-COMUNI
002940             MOVE 0   TO PRAAPIC-NUM-COMUNI
002950             MOVE SPACES TO PRAAPIC-COMUNE(1)
002960             PERFORM PULISCI-COMUNE THRU EX-PULISCI-COMUNE
002970                 VARYING OPJ-IX FROM 2 BY 1
002980                 UNTIL OPJ-IX > 20
002990         ELSE
003000             PERFORM TROVA-COMUNE THRU EX-TROVA-COMUNE
003010             IF OPJ-TROVATO = 0
003020                 DISPLAY "OPENPJ36: il cliente "
003030                     OPJ-ARG-CLIENTE " non ha il comune "
003040                     OPJ-COMUNE-CODE
003050                 CLOSE PRAAPIC
003060                 MOVE 8 TO RETURN-CODE
003070                 GO TO EX-REVOCA-COMUNE
003080             END-IF
003090             PERFORM COMPATTA-COMUNE THRU EX-COMPATTA-COMUNE
003100                 VARYING OPJ-IX FROM OPJ-TROVATO BY 1
003110                 UNTIL OPJ-IX NOT LESS THAN PRAAPIC-NUM-COMUNI
003120             MOVE SPACES TO PRAAPIC-COMUNE(PRAAPIC-NUM-COMUNI)
003130             SUBTRACT 1 FROM PRAAPIC-NUM-COMUNI
003140         END-IF.
003150         PERFORM SCRIVI-CLIENTE THRU EX-SCRIVI-CLIENTE.
003160         DISPLAY "OPENPJ36: cliente " OPJ-ARG-CLIENTE
003170             " revocato dal comune " OPJ-COMUNE-CODE.
003180 EX-REVOCA-COMUNE.
003190         EXIT.
003200*
003210 PULISCI-COMUNE.
003220         MOVE SPACES TO PRAAPIC-COMUNE(OPJ-IX).
003230 EX-PULISCI-COMUNE.
003240         EXIT.
003250*
003260 COMPATTA-COMUNE.
003270         MOVE PRAAPIC-COMUNE(OPJ-IX + 1)
003280             TO PRAAPIC-COMUNE(OPJ-IX).
003290 EX-COMPATTA-COMUNE.
003300         EXIT.
003310*
003320* CAMBIA-STATO suspends or readmits the client. A suspended
003330* client is refused like a wrong key, but keeps its key, quota
003340* and comuni for the day it is readmitted.
003350*
003360 CAMBIA-STATO.
003370         IF OPJ-PARM-1 = SPACES
003380             DISPLAY "OPENPJ36: uso " OPJ-MODO
003390                 " cliente operatore"
003400             MOVE 12 TO RETURN-CODE
003410             GO TO EX-CAMBIA-STATO
003420         END-IF.
003430         MOVE OPJ-PARM-1 TO OPJ-OPERATORE.
003440         PERFORM LEGGI-CLIENTE THRU EX-LEGGI-CLIENTE.
003450         IF RETURN-CODE NOT = 0
003460             GO TO EX-CAMBIA-STATO
003470         END-IF.
003480         IF OPJ-MODO-SOSPENDI
003490             SET PRAAPIC-SOSPESO TO TRUE
003500             MOVE "sospeso"   TO OPJ-STATO-DESCR
003510         ELSE
003520             SET PRAAPIC-ATTIVO TO TRUE
003530             MOVE "riattivato" TO OPJ-STATO-DESCR
003540         END-IF.
003550         PERFORM SCRIVI-CLIENTE THRU EX-SCRIVI-CLIENTE.
003560         DISPLAY "OPENPJ36: cliente " OPJ-ARG-CLIENTE " "
003570             OPJ-STATO-DESCR.
003580 EX-CAMBIA-STATO.
003590         EXIT.
003600*
003610* LEGGI-CLIENTE opens the register and reads the client named
003620* on the command line, leaving the file open on it; a client
003630* not on the register ends the run with RC 8.
003640*
003650 LEGGI-CLIENTE.
003660         PERFORM APRI-REGISTRO THRU EX-APRI-REGISTRO.
003670         MOVE OPJ-ARG-CLIENTE TO PRAAPIC-CLIENTE.
003680         READ PRAAPIC
003690             INVALID KEY
003700                 DISPLAY "OPENPJ36: cliente " OPJ-ARG-CLIENTE
003710                     " non iscritto"
003720                 CLOSE PRAAPIC
003730                 MOVE 8 TO RETURN-CODE
003740         END-READ.
003750 EX-LEGGI-CLIENTE.
003760         EXIT.
003770*
003780 APRI-REGISTRO.
003790         OPEN I-O PRAAPIC.
003800         IF STATUS-PRAAPIC = "35"
003810             OPEN OUTPUT PRAAPIC
003820             CLOSE PRAAPIC
003830             OPEN I-O PRAAPIC
003840         END-IF.
003850         MOVE "PRAAPIC"      TO FILEH-NAME.
003860         MOVE STATUS-PRAAPIC TO FILEH-STATUS.
003870         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003880 EX-APRI-REGISTRO.
003890         EXIT.
003900*
003910 SCRIVI-CLIENTE.
003920         MOVE OPJ-TODAY-DATE TO PRAAPIC-DATA-AGG.
003930         MOVE OPJ-OPERATORE  TO PRAAPIC-OPERATORE.
003940         REWRITE PRAAPIC-RECORD.
003950         MOVE "PRAAPIC"      TO FILEH-NAME.
003960         MOVE STATUS-PRAAPIC TO FILEH-STATUS.
003970         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003980         CLOSE PRAAPIC.
003990         MOVE 1 TO RUNLG-CONTA.
004000 EX-SCRIVI-CLIENTE.
004010         EXIT.
004020*
004030 TROVA-COMUNE.
004040         MOVE 0 TO OPJ-TROVATO.
004050         PERFORM CONFRONTA-COMUNE THRU EX-CONFRONTA-COMUNE
004060             VARYING OPJ-IX FROM 1 BY 1
004070             UNTIL OPJ-IX > PRAAPIC-NUM-COMUNI
004080                OR OPJ-TROVATO > 0.
004090 EX-TROVA-COMUNE.
004100         EXIT.
004110*
004120 CONFRONTA-COMUNE.
004130         IF PRAAPIC-COMUNE(OPJ-IX) = OPJ-COMUNE-CODE
004140             MOVE OPJ-IX TO OPJ-TROVATO
004150         END-IF.
004160 EX-CONFRONTA-COMUNE.
004170         EXIT.
004180*
004190* ELENCA-CLIENTI prints the register: one line per client with
004200* its state, quota and the counts of the last day it was called,
004210* then the comuni it may see. The key never goes on paper.
004220*
004230 ELENCA-CLIENTI.
004240         OPEN INPUT PRAAPIC.
004250         IF STATUS-PRAAPIC = "35"
004260             DISPLAY "OPENPJ36: nessun cliente iscritto"
004270             GO TO EX-ELENCA-CLIENTI
004280         END-IF.
004290         MOVE "PRAAPIC"      TO FILEH-NAME.
004300         MOVE STATUS-PRAAPIC TO FILEH-STATUS.
004310         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

004320         MOVE SPACES TO STAMPA-SPOOL-PATH.
004330         STRING "APICLI."         DELIMITED BY SIZE
004340             OPJ-TODAY-DATE       DELIMITED BY SIZE
004350             INTO STAMPA-SPOOL-PATH
004360         END-STRING.
004370         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
004380         MOVE SPACES TO STAMPA-LINE.
004390         STRING "CLIENTE          STATO      QUOTA/GG  "
004400                                  DELIMITED BY SIZE
004410             "CHIAMATE  RIFIUTATE  CONTEGGIO ULTIMA CHIAMATA"
004420                                  DELIMITED BY SIZE
004430             INTO STAMPA-LINE
004440         END-STRING.
004450         PERFORM 9150-WRITE-STAMPA-LINE
004460             THRU EX-9150-WRITE-STAMPA-LINE.

004470         MOVE LOW-VALUES TO PRAAPIC-CLIENTE.
004480         START PRAAPIC KEY IS NOT LESS THAN PRAAPIC-CLIENTE
004490             INVALID KEY
004500                 SET OPJ-EOF TO TRUE
004510         END-START.
004520         PERFORM STAMPA-CLIENTE THRU EX-STAMPA-CLIENTE
004530             UNTIL OPJ-EOF.
004540         CLOSE PRAAPIC.

004550         MOVE SPACES TO STAMPA-LINE.
004560         PERFORM 9150-WRITE-STAMPA-LINE
004570             THRU EX-9150-WRITE-STAMPA-LINE.
004580         MOVE OPJ-CLIENTI TO OPJ-QUOTA-EDIT.
004590         STRING "CLIENTI ISCRITTI " DELIMITED BY SIZE
004600             OPJ-QUOTA-EDIT       DELIMITED BY SIZE
004610             INTO STAMPA-LINE
004620         END-STRING.
004630         PERFORM 9150-WRITE-STAMPA-LINE
004640             THRU EX-9150-WRITE-STAMPA-LINE.
004650         CLOSE PRASTAMPA.
004660         MOVE OPJ-CLIENTI TO RUNLG-CONTA.
004670         DISPLAY "OPENPJ36: clienti " OPJ-CLIENTI
004680             " su " STAMPA-SPOOL-PATH.
004690 EX-ELENCA-CLIENTI.
004700         EXIT.
004710*
004720 STAMPA-CLIENTE.
004730         READ PRAAPIC NEXT RECORD
004740             AT END
004750                 SET OPJ-EOF TO TRUE
004760                 GO TO EX-STAMPA-CLIENTE
004770         END-READ.
004780         ADD 1 TO OPJ-CLIENTI.
004790         IF PRAAPIC-ATTIVO
004800             MOVE "ATTIVO"   TO OPJ-STATO-DESCR
004810         ELSE
004820             MOVE "SOSPESO"  TO OPJ-STATO-DESCR
004830         END-IF.
004840         MOVE PRAAPIC-QUOTA-GIORNO   TO OPJ-QUOTA-EDIT.
004850         MOVE PRAAPIC-CHIAMATE-OGGI  TO OPJ-CHIAMATE-EDIT.
004860         MOVE PRAAPIC-RIFIUTATE-OGGI TO OPJ-RIFIUTATE-EDIT.
004870         MOVE SPACES TO STAMPA-LINE.
004880         STRING PRAAPIC-CLIENTE      DELIMITED BY SIZE
004890             " "                      DELIMITED BY SIZE
004900             OPJ-STATO-DESCR          DELIMITED BY SIZE
004910             " "                      DELIMITED BY SIZE
004920             OPJ-QUOTA-EDIT           DELIMITED BY SIZE
004930             "   "                    DELIMITED BY SIZE
004940             OPJ-CHIAMATE-EDIT        DELIMITED BY SIZE
004950             "    "                   DELIMITED BY SIZE
004960             OPJ-RIFIUTATE-EDIT       DELIMITED BY SIZE
004970             "  "                     DELIMITED BY SIZE
004980             PRAAPIC-DATA-CONTEGGIO   DELIMITED BY SIZE
004990             "  "                     DELIMITED BY SIZE
005000             PRAAPIC-DATA-ULTIMA      DELIMITED BY SIZE
005010             " "                      DELIMITED BY SIZE
005020             PRAAPIC-ORA-ULTIMA(1:6)  DELIMITED BY SIZE
005030             INTO STAMPA-LINE
005040         END-STRING.
005050         PERFORM 9150-WRITE-STAMPA-LINE
005060             THRU EX-9150-WRITE-STAMPA-LINE.

005070         MOVE SPACES TO OPJ-COMUNI-LINE.
005080         MOVE 1 TO OPJ-COMUNI-PTR.
005090         IF PRAAPIC-OGNI-COMUNE
005100             MOVE "TUTTI I COMUNI" TO OPJ-COMUNI-LINE
005110         ELSE
005120             IF PRAAPIC-NUM-COMUNI = 0
005130                 MOVE "NESSUN COMUNE" TO OPJ-COMUNI-LINE
005140             ELSE
005150                 PERFORM ACCODA-COMUNE THRU EX-ACCODA-COMUNE
005160                     VARYING OPJ-IX FROM 1 BY 1
005170                     UNTIL OPJ-IX > PRAAPIC-NUM-COMUNI
005180                        OR OPJ-IX > 11
005190             END-IF
005200         END-IF.
005210         PERFORM STAMPA-COMUNI THRU EX-STAMPA-COMUNI.
005220         IF PRAAPIC-NUM-COMUNI > 11
005230             AND NOT PRAAPIC-OGNI-COMUNE
005240             PERFORM ACCODA-COMUNE THRU EX-ACCODA-COMUNE
005250                 VARYING OPJ-IX FROM 12 BY 1
005260                 UNTIL OPJ-IX > PRAAPIC-NUM-COMUNI
005270             PERFORM STAMPA-COMUNI THRU EX-STAMPA-COMUNI
005280         END-IF.
005290 EX-STAMPA-CLIENTE.
005300         EXIT.
005310*
005320 ACCODA-COMUNE.
005330         STRING PRAAPIC-COMUNE(OPJ-IX) DELIMITED BY SIZE
005340             " "                      DELIMITED BY SIZE
005350             INTO OPJ-COMUNI-LINE
005360             WITH POINTER OPJ-COMUNI-PTR
005370         END-STRING.
005380 EX-ACCODA-COMUNE.
005390         EXIT.
005400*
005410 STAMPA-COMUNI.
005420         MOVE SPACES TO STAMPA-LINE.
005430         STRING "                 COMUNI " DELIMITED BY SIZE
005440             OPJ-COMUNI-LINE          DELIMITED BY SIZE
005450             INTO STAMPA-LINE
005460         END-STRING.
005470         PERFORM 9150-WRITE-STAMPA-LINE
005480             THRU EX-9150-WRITE-STAMPA-LINE.
005490         MOVE SPACES TO OPJ-COMUNI-LINE.
005500         MOVE 1 TO OPJ-COMUNI-PTR.
005510 EX-STAMPA-COMUNI.
005520         EXIT.
005530*
005540 FINE-BATCH.
005550         PERFORM SEGNA-FINE-CORSA
005560             THRU EX-SEGNA-FINE-CORSA.
005570 EX-FINE-BATCH.
005580         EXIT.

005590         COPY "PIOWEB1.CBL".

005600         COPY "PJCHECK.CBL".

005610         COPY "PJRUNLOG.CBL".
