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
000190** verifica notturna di integrita' referenziale ("[comune]",
000200** facoltativo: senza comune tutti i comuni): percorre PRAVIEW e
000210** ogni archivio a chiave che le pratiche si portano dietro -
000220** PRAHIST, PRATTACH, PRAPAY, PRANOTIF, PRAREG, PRABOLLO,
000230** PRADELEG, PRACONF, PRAINTEG, PRARIMB, KWINDEX, DOSSIDX - e
000240** segnala le righe orfane (pratica assente da PRAVIEW e non
000250** sigillata in DOSSIDX), le righe rimaste in linea dopo il
000260** sigillo di OPENPJ18 e i riferimenti pendenti della pratica:
000270** protocollo senza riga PRAREG, marca da bollo assente da
000280** PRABOLLO, assegnatario o approvatore assente da PRAUTEN.
000290** Ogni segnalazione ha una gravita' (GRAVE, MEDIA, LIEVE) e va
000300** sulla stampa INTEGREP.aaaammgg con il riepilogo per comune e
000310** archivio; il numero delle anomalie gravi resta sul libro corse
000320** OPJRUNLG, dove il pilota OPENPJ20 lo legge per fermare la
000330** catena prima che i flussi lavorino su dati incoerenti.
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENPJ34.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390         COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.

000420         COPY "SELVIEW.CBL".
000430         COPY "SELUTEN.CBL".
000440         COPY "SELDOSSI.CBL".
000450         COPY "SELHIST.CBL".
000460         COPY "SELATTACH.CBL".
000470         COPY "SELPAY.CBL".
000480         COPY "SELNOTIF.CBL".
000490         COPY "SELREG.CBL".
000500         COPY "SELBOLLO.CBL".
000510         COPY "SELDELEG.CBL".
000520         COPY "SELCONF.CBL".
000530         COPY "SELINTEG.CBL".
000540         COPY "SELRIMB.CBL".
000550         COPY "SELKWIDX.CBL".
000560         COPY "SELSTAMPA.CBL".

000570         COPY "SELRUNLG.CBL".

000580 DATA             DIVISION.
000590 FILE SECTION.

000600         COPY "FDEVIEW.CBL".
000610         COPY "FDEUTEN.CBL".
000620         COPY "FDEDOSSI.CBL".
000630         COPY "FDEHIST.CBL".
000640         COPY "FDEATTACH.CBL".
000650         COPY "FDEPAY.CBL".
000660         COPY "FDENOTIF.CBL".
000670         COPY "FDEREG.CBL".
000680         COPY "FDEBOLLO.CBL".
000690         COPY "FDEDELEG.CBL".
000700         COPY "FDECONF.CBL".
000710         COPY "FDEINTEG.CBL".
000720         COPY "FDERIMB.CBL".
000730         COPY "FDEKWIDX.CBL".
000740         COPY "FDESTAMPA.CBL".

000750         COPY "FDERUNLG.CBL".

000760 WORKING-STORAGE  SECTION.

000770         COPY "GLOBALS.CBL".
000780         COPY "FILEHWS.CBL".
000790         COPY "RUNLGWS.CBL".
000800*
000810 77  OPJ-COMMAND-LINE              PIC X(80).
000820 77  OPJ-ARG-COMUNE                PIC X(06).
000830 77  OPJ-TODAY-DATE                PIC 9(08).
000840 77  OPJ-EOF-SW                    PIC X(01).
000850     88  OPJ-EOF                       VALUE "S".
000860     88  OPJ-NOT-EOF                   VALUE "N".
000870*
000880* The lookup files stay open the whole run. One that is not
000890* there answers "not found" to every lookup: a PRAREG that has
000900* gone missing leaves every protocol dangling, and that is
000910* what the print must say.
000920*
000930 77  OPJ-UTEN-SW                   PIC X(01).
000940     88  OPJ-UTEN-APERTO               VALUE "S".
000950     88  OPJ-UTEN-CHIUSO               VALUE "N".
000960 77  OPJ-DOSSI-SW                  PIC X(01).
000970     88  OPJ-DOSSI-APERTO              VALUE "S".
000980     88  OPJ-DOSSI-CHIUSO              VALUE "N".
000990 77  OPJ-REG-SW                    PIC X(01).
001000     88  OPJ-REG-APERTO                VALUE "S".
001010     88  OPJ-REG-CHIUSO                VALUE "N".
001020 77  OPJ-BOLLO-SW                  PIC X(01).
001030     88  OPJ-BOLLO-APERTO              VALUE "S".
001040     88  OPJ-BOLLO-CHIUSO              VALUE "N".
001050 77  OPJ-DELEG-SW                  PIC X(01).
001060     88  OPJ-DELEG-APERTO              VALUE "S".
001070     88  OPJ-DELEG-CHIUSO              VALUE "N".
001080*
001090* RISOLVI-PRATICA's answer for the pratica in OPJ-COMUNE-CODE/
001100* OPJ-PRATICA-ID: on PRAVIEW, sealed into a dossier, or nowhere.
001110* The last pratica resolved is kept, since the files walked
001120* carry the rows of one pratica together.
001130*
001140 77  OPJ-COMUNE-CODE               PIC X(06).
001150 77  OPJ-PRATICA-ID                PIC X(10).
001160 77  OPJ-PRATICA-SW                PIC X(01).
001170     88  OPJ-PRATICA-IN-LINEA          VALUE "V".
001180     88  OPJ-PRATICA-ARCHIVIATA        VALUE "A".
001190     88  OPJ-PRATICA-ASSENTE           VALUE "N".
001200 77  OPJ-ULTIMA-COMUNE             PIC X(06) VALUE LOW-VALUES.
001210 77  OPJ-ULTIMA-PRATICA            PIC X(10) VALUE LOW-VALUES.
001220 77  OPJ-ULTIMO-ESITO              PIC X(01).
001230*
001240* What CONTROLLA-ORFANA needs besides the pratica: the weight of
001250* an orphan in the file under walk, and whether OPENPJ18 takes
001260* the file's rows into the dossier (a row still here after the
001270* seal is a leftover) or leaves them online (PRAREG, PRABOLLO,
001280* PRADELEG, PRANOTIF, PRARIMB, KWINDEX).
001290*
001300 77  OPJ-GRAV-ORFANA               PIC X(01).
001310 77  OPJ-SIGILLO-SW                PIC X(01).
001320     88  OPJ-SIGILLO-RIMUOVE           VALUE "S".
001330     88  OPJ-SIGILLO-LASCIA            VALUE "N".
001340 77  OPJ-UTENTE                    PIC X(30).
001350 77  OPJ-UTENTE-SW                 PIC X(01).
001360     88  OPJ-UTENTE-D-UFFICIO          VALUE "U".
001370     88  OPJ-UTENTE-CITTADINO          VALUE "C".
001380     88  OPJ-UTENTE-ASSENTE            VALUE "N".
001390*
001400* One finding: file, gravita' (G grave, M media, L lieve), the
001410* row it was found on and what is wrong with it.
001420*
001430 77  OPJ-FI                        PIC 9(02) COMP-5.
001440 77  OPJ-GRAVITA                   PIC X(01).
001450     88  OPJ-GRAVE                     VALUE "G".
001460     88  OPJ-MEDIA                     VALUE "M".
001470     88  OPJ-LIEVE                     VALUE "L".
001480 77  OPJ-GRAV-DESCR                PIC X(05).
001490 77  OPJ-RIFERIMENTO               PIC X(40).
001500 77  OPJ-DESCR                     PIC X(50).
001510 77  OPJ-TOT-GRAVI                 PIC 9(07) COMP-5 VALUE 0.
001520 77  OPJ-TOT-MEDIE                 PIC 9(07) COMP-5 VALUE 0.
001530 77  OPJ-TOT-LIEVI                 PIC 9(07) COMP-5 VALUE 0.
001540*
001550* The files audited, in the order they are walked, with the rows
001560* read and the detail lines printed for each. Past
001570* OPJ-MAX-DETTAGLIO lines a file's findings are only counted, so
001580* a file gone wholly bad cannot bury the rest of the print.
001590*
001600 01  OPJ-FILE-VALUES.
001610     05  FILLER PIC X(08) VALUE "PRAVIEW".
001620     05  FILLER PIC X(08) VALUE "PRAHIST".
001630     05  FILLER PIC X(08) VALUE "PRATTACH".
001640     05  FILLER PIC X(08) VALUE "PRAPAY".
001650     05  FILLER PIC X(08) VALUE "PRANOTIF".
001660     05  FILLER PIC X(08) VALUE "PRAREG".
001670     05  FILLER PIC X(08) VALUE "PRABOLLO".
001680     05  FILLER PIC X(08) VALUE "PRADELEG".
001690     05  FILLER PIC X(08) VALUE "PRACONF".
001700     05  FILLER PIC X(08) VALUE "PRAINTEG".
001710     05  FILLER PIC X(08) VALUE "PRARIMB".
001720     05  FILLER PIC X(08) VALUE "KWINDEX".
001730     05  FILLER PIC X(08) VALUE "DOSSIDX".
001740 01  OPJ-FILE-AREA REDEFINES OPJ-FILE-VALUES.
001750     05  OPJ-FILE-NOME             PIC X(08) OCCURS 13 TIMES.
001760 77  OPJ-FILE-COUNT                PIC 9(02) COMP-5 VALUE 13.
001770 01  OPJ-FILE-STATISTICHE.
001780     05  OPJ-FILE-RIGA             OCCURS 13 TIMES.
001790         10  OPJ-FILE-LETTE        PIC 9(09) COMP-5.
001800         10  OPJ-FILE-DETTAGLI     PIC 9(05) COMP-5.
001810         10  OPJ-FILE-PRESENZA     PIC X(01).
001820             88  OPJ-FILE-PRESENTE     VALUE "S".
001830             88  OPJ-FILE-MANCANTE     VALUE "N".
001840 77  OPJ-MAX-DETTAGLIO             PIC 9(05) COMP-5 VALUE 500.
001850*
001860* Findings per comune and file, for the closing summary. A
001870* comune past OPJ-MAX-COMUNI still counts in the totals.
001880*
001890 01  OPJ-COMUNI-TABLE.
001900     05  OPJ-COM                   OCCURS 200 TIMES.
001910         10  OPJ-COM-CODE          PIC X(06).
001920         10  OPJ-COM-FILE          OCCURS 13 TIMES.
001930             15  OPJ-COM-GRAVI     PIC 9(07) COMP-5.
001940             15  OPJ-COM-MEDIE     PIC 9(07) COMP-5.
001950             15  OPJ-COM-LIEVI     PIC 9(07) COMP-5.
001960 77  OPJ-MAX-COMUNI                PIC 9(03) COMP-5 VALUE 200.
001970 77  OPJ-COMUNI-COUNT              PIC 9(03) COMP-5 VALUE 0.
001980 77  OPJ-COMUNI-OLTRE              PIC 9(07) COMP-5 VALUE 0.
001990 77  OPJ-CI                        PIC 9(03) COMP-5.
002000 77  OPJ-CERCA-CI                  PIC 9(03) COMP-5.
002010 77  OPJ-COMUNE-SW                 PIC X(01).
002020     88  OPJ-COMUNE-TROVATO            VALUE "S".
002030     88  OPJ-COMUNE-NUOVO              VALUE "N".
002040 77  OPJ-SOMMA                     PIC 9(07) COMP-5.
002050 77  OPJ-TOT1-EDIT                 PIC Z(6)9.
002060 77  OPJ-TOT2-EDIT                 PIC Z(6)9.
002070 77  OPJ-TOT3-EDIT                 PIC Z(6)9.
002080 77  OPJ-LETTE-EDIT                PIC Z(8)9.
002090*
002100* Print-output working fields for the COPYed 9100/9110/9150
002110* pagination paragraphs.
002120*
002130 77  STAMPA-SPOOL-PATH             PIC X(64).
002140 77  STAMPA-TODAY-DATE             PIC 9(08).
002150 77  STAMPA-LINE                   PIC X(132).
002160 77  STAMPA-TITOLO                 PIC X(24)
002170     VALUE "INTEGRITA' ARCHIVI".
002180 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
002190 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
002200 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
002210 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
002220*
002230 PROCEDURE  DIVISION.
002240*
002250         PERFORM INIZIO-BATCH     THRU EX-INIZIO-BATCH.
002260         PERFORM VERIFICA-VIEW    THRU EX-VERIFICA-VIEW.
002270         PERFORM VERIFICA-HIST    THRU EX-VERIFICA-HIST.
002280         PERFORM VERIFICA-ATTACH  THRU EX-VERIFICA-ATTACH.
002290         PERFORM VERIFICA-PAY     THRU EX-VERIFICA-PAY.
002300         PERFORM VERIFICA-NOTIF   THRU EX-VERIFICA-NOTIF.
002310         PERFORM VERIFICA-REG     THRU EX-VERIFICA-REG.
002320         PERFORM VERIFICA-BOLLO   THRU EX-VERIFICA-BOLLO.
002330         PERFORM VERIFICA-DELEG   THRU EX-VERIFICA-DELEG.
002340         PERFORM VERIFICA-CONF    THRU EX-VERIFICA-CONF.
002350         PERFORM VERIFICA-INTEG   THRU EX-VERIFICA-INTEG.
002360         PERFORM VERIFICA-RIMB    THRU EX-VERIFICA-RIMB.
002370         PERFORM VERIFICA-KWIDX   THRU EX-VERIFICA-KWIDX.
002380         PERFORM VERIFICA-DOSSI   THRU EX-VERIFICA-DOSSI.
002390         PERFORM FINE-BATCH       THRU EX-FINE-BATCH.

002400         GOBACK.
002410*
002420 INIZIO-BATCH.
002430         MOVE SPACES TO OPJ-COMMAND-LINE.
002440         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
002450         MOVE SPACES TO OPJ-ARG-COMUNE.
002460         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
002470             INTO OPJ-ARG-COMUNE
002480         END-UNSTRING.
002490         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
002500         INITIALIZE OPJ-FILE-STATISTICHE.
002510         INITIALIZE OPJ-COMUNI-TABLE.
002520         MOVE "OPENPJ34" TO FILEH-PROGRAMMA.
002530         PERFORM SEGNA-INIZIO-CORSA
002540             THRU EX-SEGNA-INIZIO-CORSA.

002550         OPEN INPUT PRAVIEW.
002560         MOVE "PRAVIEW"      TO FILEH-NAME.
002570         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
002580         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

002590         SET OPJ-UTEN-CHIUSO TO TRUE.
002600         OPEN INPUT PRAUTEN.
002610         IF STATUS-PRAUTEN NOT = "35"
002620             MOVE "PRAUTEN"      TO FILEH-NAME
002630             MOVE STATUS-PRAUTEN TO FILEH-STATUS
002640             PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS
002650             SET OPJ-UTEN-APERTO TO TRUE
002660         END-IF.
002670         SET OPJ-DOSSI-CHIUSO TO TRUE.
002680         OPEN INPUT DOSSIDX.
002690         IF STATUS-DOSSIDX NOT = "35"
002700             MOVE "DOSSIDX"      TO FILEH-NAME
002710             MOVE STATUS-DOSSIDX TO FILEH-STATUS
002720             PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS
002730             SET OPJ-DOSSI-APERTO TO TRUE
002740         END-IF.
002750         SET OPJ-REG-CHIUSO TO TRUE.
002760         OPEN INPUT PRAREG.
002770         IF STATUS-PRAREG NOT = "35"
002780             MOVE "PRAREG"       TO FILEH-NAME
002790             MOVE STATUS-PRAREG  TO FILEH-STATUS
002800             PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS
002810             SET OPJ-REG-APERTO TO TRUE
002820         END-IF.
002830         SET OPJ-BOLLO-CHIUSO TO TRUE.
002840         OPEN INPUT PRABOLLO.
002850         IF STATUS-PRABOLLO NOT = "35"
002860             MOVE "PRABOLLO"      TO FILEH-NAME
002870             MOVE STATUS-PRABOLLO TO FILEH-STATUS
002880             PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS
002890             SET OPJ-BOLLO-APERTO TO TRUE
002900         END-IF.
002910         SET OPJ-DELEG-CHIUSO TO TRUE.
002920         OPEN INPUT PRADELEG.
002930         IF STATUS-PRADELEG NOT = "35"
002940             MOVE "PRADELEG"      TO FILEH-NAME
002950             MOVE STATUS-PRADELEG TO FILEH-STATUS
002960             PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS
002970             SET OPJ-DELEG-APERTO TO TRUE
002980         END-IF.

002990         MOVE SPACES TO STAMPA-SPOOL-PATH.
003000         STRING "INTEGREP."       DELIMITED BY SIZE
003010             OPJ-TODAY-DATE       DELIMITED BY SIZE
003020             INTO STAMPA-SPOOL-PATH
003030         END-STRING.
003040         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
003050         MOVE SPACES TO STAMPA-LINE.
003060         IF OPJ-ARG-COMUNE = SPACES
003070             MOVE "VERIFICA DI INTEGRITA' - TUTTI I COMUNI"
003080                 TO STAMPA-LINE
003090         ELSE
003100             STRING "VERIFICA DI INTEGRITA' - COMUNE "
003110                     DELIMITED BY SIZE
003120                 OPJ-ARG-COMUNE   DELIMITED BY SIZE
003130                 INTO STAMPA-LINE
003140             END-STRING
003150         END-IF.
003160         PERFORM 9150-WRITE-STAMPA-LINE
003170             THRU EX-9150-WRITE-STAMPA-LINE.
003180         MOVE SPACES TO STAMPA-LINE.
003190         PERFORM 9150-WRITE-STAMPA-LINE
003200             THRU EX-9150-WRITE-STAMPA-LINE.
003210         STRING "COMUNE ARCHIVIO GRAV. "  DELIMITED BY SIZE
003220             "RIFERIMENTO                              "
003230                                  DELIMITED BY SIZE
003240             "ANOMALIA"           DELIMITED BY SIZE
003250             INTO STAMPA-LINE
003260         END-STRING.
003270         PERFORM 9150-WRITE-STAMPA-LINE
003280             THRU EX-9150-WRITE-STAMPA-LINE.
003290 EX-INIZIO-BATCH.
003300         EXIT.
003310*
003320* APRI-ARCHIVIO is the common tail of every walk's OPEN: a file
003330* that is not there is noted as such on the summary and its walk
003340* skipped; any other failure ends the run.
003350*
003360 APRI-ARCHIVIO.
003370         SET OPJ-NOT-EOF TO TRUE.
003380         IF FILEH-STATUS = "35"
003390             SET OPJ-FILE-MANCANTE(OPJ-FI) TO TRUE
003400             SET OPJ-EOF TO TRUE
003410             GO TO EX-APRI-ARCHIVIO
003420         END-IF.
003430         SET OPJ-FILE-PRESENTE(OPJ-FI) TO TRUE.
003440         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003450 EX-APRI-ARCHIVIO.
003460         EXIT.
003470*
003480* VERIFICA-VIEW walks PRAVIEW itself and follows each pratica's
003490* own references: the protocol to its PRAREG row, the marca da
003500* bollo to PRABOLLO, the assegnatario to PRAUTEN, the delegato
003510* to the delega registered in PRADELEG; a pratica DOSSIDX says
003520* is sealed should no longer be here at all.
003530*
003540 VERIFICA-VIEW.
003550         MOVE 1 TO OPJ-FI.
003560         SET OPJ-FILE-PRESENTE(OPJ-FI) TO TRUE.
003570         SET OPJ-NOT-EOF TO TRUE.
003580         PERFORM VERIFICA-VIEW-RIGA THRU EX-VERIFICA-VIEW-RIGA
003590             UNTIL OPJ-EOF.
003600 EX-VERIFICA-VIEW.
003610         EXIT.
003620*
003630 VERIFICA-VIEW-RIGA.
003640         READ PRAVIEW NEXT RECORD
003650             AT END
003660                 SET OPJ-EOF TO TRUE
003670                 GO TO EX-VERIFICA-VIEW-RIGA
003680         END-READ.
003690         IF OPJ-ARG-COMUNE NOT = SPACES
003700             AND PRAVIEW-COMUNE-CODE NOT = OPJ-ARG-COMUNE
003710             GO TO EX-VERIFICA-VIEW-RIGA
003720         END-IF.
003730         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
003740         MOVE PRAVIEW-COMUNE-CODE TO OPJ-COMUNE-CODE.
003750         MOVE PRAVIEW-PRATICA-ID  TO OPJ-PRATICA-ID.
003760         MOVE PRAVIEW-PRATICA-ID  TO OPJ-RIFERIMENTO.

003770         IF PRAVIEW-PROTOCOLLO NUMERIC
003780             AND PRAVIEW-PROTO-NUMERO > 0
003790             PERFORM CONTROLLA-PROTOCOLLO
003800                 THRU EX-CONTROLLA-PROTOCOLLO
003810         END-IF.
003820         IF PRAVIEW-BOLLO-ID NOT = SPACES
003830             PERFORM CONTROLLA-BOLLO THRU EX-CONTROLLA-BOLLO
003840         END-IF.
003850         IF PRAVIEW-ASSEGNATARIO NOT = SPACES
003860             MOVE PRAVIEW-ASSEGNATARIO TO OPJ-UTENTE
003870             PERFORM CERCA-UTENTE THRU EX-CERCA-UTENTE
003880             IF OPJ-UTENTE-ASSENTE
003890                 SET OPJ-MEDIA TO TRUE
003900                 MOVE "ASSEGNATARIO ASSENTE DA PRAUTEN"
003910                     TO OPJ-DESCR
003920                 PERFORM SEGNALA THRU EX-SEGNALA
003930             END-IF
003940             IF OPJ-UTENTE-CITTADINO
003950                 SET OPJ-MEDIA TO TRUE
003960                 MOVE "ASSEGNATARIO SENZA RUOLO D'UFFICIO"
003970                     TO OPJ-DESCR
003980                 PERFORM SEGNALA THRU EX-SEGNALA
003990             END-IF
004000         END-IF.
004010         IF PRAVIEW-CF-DELEGATO NOT = SPACES
004020             PERFORM CONTROLLA-DELEGA THRU EX-CONTROLLA-DELEGA
004030         END-IF.
004040         IF OPJ-DOSSI-APERTO
004050             MOVE PRAVIEW-COMUNE-CODE TO DOSSIDX-COMUNE-CODE
004060             MOVE PRAVIEW-PRATICA-ID  TO DOSSIDX-PRATICA-ID
004070             READ DOSSIDX
004080                 NOT INVALID KEY
004090                     IF DOSSIDX-ARCHIVIATO
004100                         SET OPJ-MEDIA TO TRUE
004110                         MOVE "PRATICA SIGILLATA ANCORA IN LINEA"
004120                             TO OPJ-DESCR
004130                         PERFORM SEGNALA THRU EX-SEGNALA
004140                     END-IF
004150             END-READ
004160         END-IF.
004170 EX-VERIFICA-VIEW-RIGA.
004180         EXIT.
004190*
004200* CONTROLLA-PROTOCOLLO wants the protocol's register row, and
004210* that row naming this pratica.
004220*
004230 CONTROLLA-PROTOCOLLO.
004240         SET OPJ-GRAVE TO TRUE.
004250         IF OPJ-REG-CHIUSO
004260             MOVE "PROTOCOLLO SENZA RIGA PRAREG" TO OPJ-DESCR
004270             PERFORM SEGNALA THRU EX-SEGNALA
004280             GO TO EX-CONTROLLA-PROTOCOLLO
004290         END-IF.
004300         MOVE PRAVIEW-COMUNE-CODE  TO PRAREG-COMUNE-CODE.
004310         MOVE PRAVIEW-PROTO-ANNO   TO PRAREG-ANNO.
004320         MOVE PRAVIEW-PROTO-NUMERO TO PRAREG-NUMERO.
004330         READ PRAREG
004340             INVALID KEY
004350                 MOVE "PROTOCOLLO SENZA RIGA PRAREG" TO OPJ-DESCR
004360                 PERFORM SEGNALA THRU EX-SEGNALA
004370                 GO TO EX-CONTROLLA-PROTOCOLLO
004380         END-READ.
004390         IF PRAREG-PRATICA-ID NOT = PRAVIEW-PRATICA-ID
004400             MOVE "PROTOCOLLO REGISTRATO AD ALTRA PRATICA"
004410                 TO OPJ-DESCR
004420             PERFORM SEGNALA THRU EX-SEGNALA
004430         END-IF.
004440 EX-CONTROLLA-PROTOCOLLO.
004450         EXIT.
004460*
004470* CONTROLLA-BOLLO wants the marca's PRABOLLO row, and that row
004480* naming this pratica: a marca is spent once.
004490*
004500 CONTROLLA-BOLLO.
004510         SET OPJ-GRAVE TO TRUE.
004520         IF OPJ-BOLLO-CHIUSO
004530             MOVE "MARCA DA BOLLO ASSENTE DA PRABOLLO"
004540                 TO OPJ-DESCR
004550             PERFORM SEGNALA THRU EX-SEGNALA
004560             GO TO EX-CONTROLLA-BOLLO
004570         END-IF.
004580         MOVE PRAVIEW-COMUNE-CODE TO PRABOLLO-COMUNE-CODE.
004590         MOVE PRAVIEW-BOLLO-ID    TO PRABOLLO-IDENTIFICATIVO.
004600         READ PRABOLLO
004610             INVALID KEY
004620                 MOVE "MARCA DA BOLLO ASSENTE DA PRABOLLO"
004630                     TO OPJ-DESCR
004640                 PERFORM SEGNALA THRU EX-SEGNALA
004650                 GO TO EX-CONTROLLA-BOLLO
004660         END-READ.
004670         IF PRABOLLO-PRATICA-ID NOT = PRAVIEW-PRATICA-ID
004680             MOVE "MARCA DA BOLLO USATA DA ALTRA PRATICA"
004690                 TO OPJ-DESCR
004700             PERFORM SEGNALA THRU EX-SEGNALA
004710         END-IF.
004720 EX-CONTROLLA-BOLLO.
004730         EXIT.
004740*
004750* CONTROLLA-DELEGA wants the delega the stamped delegato filed
004760* under registered in PRADELEG. Rows stamped before the register
004770* existed have none, hence only LIEVE.
004780*
004790 CONTROLLA-DELEGA.
004800         SET OPJ-LIEVE TO TRUE.
004810         MOVE "DELEGATO SENZA DELEGA IN PRADELEG" TO OPJ-DESCR.
004820         IF OPJ-DELEG-CHIUSO
004830             PERFORM SEGNALA THRU EX-SEGNALA
004840             GO TO EX-CONTROLLA-DELEGA
004850         END-IF.
004860         MOVE PRAVIEW-COMUNE-CODE TO PRADELEG-COMUNE-CODE.
004870         MOVE PRAVIEW-PRATICA-ID  TO PRADELEG-PRATICA-ID.
004880         MOVE PRAVIEW-CF-DELEGATO TO PRADELEG-CF-DELEGATO.
004890         READ PRADELEG
004900             INVALID KEY
004910                 PERFORM SEGNALA THRU EX-SEGNALA
004920         END-READ.
004930 EX-CONTROLLA-DELEGA.
004940         EXIT.
004950*
004960* CERCA-UTENTE looks OPJ-UTENTE up among OPJ-COMUNE-CODE's users.
004970* PRAVIEW and PRARIMB keep only the first 30 bytes of the userid,
004980* so the lookup positions on them and compares that much.
004990*
005000 CERCA-UTENTE.
005010         SET OPJ-UTENTE-ASSENTE TO TRUE.
005020         IF OPJ-UTEN-CHIUSO
005030             GO TO EX-CERCA-UTENTE
005040         END-IF.
005050         MOVE SPACES          TO PRAUTEN-KEY.
005060         MOVE OPJ-COMUNE-CODE TO PRAUTEN-COMUNE-CODE.
005070         MOVE OPJ-UTENTE      TO PRAUTEN-USERID.
005080         START PRAUTEN KEY IS NOT LESS THAN PRAUTEN-KEY
005090             INVALID KEY
005100                 GO TO EX-CERCA-UTENTE
005110         END-START.
005120         READ PRAUTEN NEXT RECORD
005130             AT END
005140                 GO TO EX-CERCA-UTENTE
005150         END-READ.
005160         IF PRAUTEN-COMUNE-CODE NOT = OPJ-COMUNE-CODE
005170             OR PRAUTEN-USERID(1:30) NOT = OPJ-UTENTE
005180             GO TO EX-CERCA-UTENTE
005190         END-IF.
005200         IF PRAUTEN-CITTADINO
005210             SET OPJ-UTENTE-CITTADINO TO TRUE
005220         ELSE
005230             SET OPJ-UTENTE-D-UFFICIO TO TRUE
005240         END-IF.
005250 EX-CERCA-UTENTE.
005260         EXIT.
005270*
005280* VERIFICA-HIST: PRAHIST is line sequential, oldest first.
005290*
005300 VERIFICA-HIST.
005310         MOVE 2 TO OPJ-FI.
005320         OPEN INPUT PRAHIST.
005330         MOVE "PRAHIST"      TO FILEH-NAME.
005340         MOVE STATUS-PRAHIST TO FILEH-STATUS.
005350         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
005360         IF OPJ-FILE-MANCANTE(OPJ-FI)
005370             GO TO EX-VERIFICA-HIST
005380         END-IF.
005390         SET OPJ-MEDIA TO TRUE.
005400         MOVE "M" TO OPJ-GRAV-ORFANA.
005410         SET OPJ-SIGILLO-RIMUOVE TO TRUE.
005420         PERFORM VERIFICA-HIST-RIGA THRU EX-VERIFICA-HIST-RIGA
005430             UNTIL OPJ-EOF.
005440         CLOSE PRAHIST.
005450 EX-VERIFICA-HIST.
005460         EXIT.
005470*
005480 VERIFICA-HIST-RIGA.
005490         READ PRAHIST
005500             AT END
005510                 SET OPJ-EOF TO TRUE
005520                 GO TO EX-VERIFICA-HIST-RIGA
005530         END-READ.
005540         IF PRAHIST-PRATICA-ID = SPACES
005550             GO TO EX-VERIFICA-HIST-RIGA
005560         END-IF.
005570         IF OPJ-ARG-COMUNE NOT = SPACES
005580             AND PRAHIST-COMUNE-CODE NOT = OPJ-ARG-COMUNE
005590             GO TO EX-VERIFICA-HIST-RIGA
005600         END-IF.
005610         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
005620         MOVE PRAHIST-COMUNE-CODE TO OPJ-COMUNE-CODE.
005630         MOVE PRAHIST-PRATICA-ID  TO OPJ-PRATICA-ID.
005640         MOVE SPACES TO OPJ-RIFERIMENTO.
005650         STRING PRAHIST-PRATICA-ID DELIMITED BY SIZE
005660             " "                  DELIMITED BY SIZE
005670             PRAHIST-DATE         DELIMITED BY SIZE
005680             " "                  DELIMITED BY SIZE
005690             PRAHIST-TIME         DELIMITED BY SIZE
005700             INTO OPJ-RIFERIMENTO
005710         END-STRING.
005720         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
005730 EX-VERIFICA-HIST-RIGA.
005740         EXIT.
005750*
005760 VERIFICA-ATTACH.
005770         MOVE 3 TO OPJ-FI.
005780         OPEN INPUT PRATTACH.
005790         MOVE "PRATTACH"      TO FILEH-NAME.
005800         MOVE STATUS-PRATTACH TO FILEH-STATUS.
005810         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
005820         IF OPJ-FILE-MANCANTE(OPJ-FI)
005830             GO TO EX-VERIFICA-ATTACH
005840         END-IF.
005850         MOVE "M" TO OPJ-GRAV-ORFANA.
005860         SET OPJ-SIGILLO-RIMUOVE TO TRUE.
005870         PERFORM VERIFICA-ATTACH-RIGA THRU EX-VERIFICA-ATTACH-RIGA
005880             UNTIL OPJ-EOF.
005890         CLOSE PRATTACH.
005900 EX-VERIFICA-ATTACH.
005910         EXIT.
005920*
005930 VERIFICA-ATTACH-RIGA.
005940         READ PRATTACH NEXT RECORD
005950             AT END
005960                 SET OPJ-EOF TO TRUE
005970                 GO TO EX-VERIFICA-ATTACH-RIGA
005980         END-READ.
005990         IF OPJ-ARG-COMUNE NOT = SPACES
006000             AND PRATTACH-COMUNE-CODE NOT = OPJ-ARG-COMUNE
006010             GO TO EX-VERIFICA-ATTACH-RIGA
006020         END-IF.
006030         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
006040         MOVE PRATTACH-COMUNE-CODE TO OPJ-COMUNE-CODE.
006050         MOVE PRATTACH-PRATICA-ID  TO OPJ-PRATICA-ID.
006060         MOVE SPACES TO OPJ-RIFERIMENTO.
006070         STRING PRATTACH-PRATICA-ID DELIMITED BY SIZE
006080             " "                   DELIMITED BY SIZE
006090             PRATTACH-UPLOAD-DATE  DELIMITED BY SIZE
006100             " "                   DELIMITED BY SIZE
006110             PRATTACH-UPLOAD-TIME  DELIMITED BY SIZE
006120             INTO OPJ-RIFERIMENTO
006130         END-STRING.
006140         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
006150 EX-VERIFICA-ATTACH-RIGA.
006160         EXIT.
006170*
006180* A payment booked against no pratica is money the office
006190* cannot account for: GRAVE.
006200*
006210 VERIFICA-PAY.
006220         MOVE 4 TO OPJ-FI.
006230         OPEN INPUT PRAPAY.
006240         MOVE "PRAPAY"      TO FILEH-NAME.
006250         MOVE STATUS-PRAPAY TO FILEH-STATUS.
006260         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
006270         IF OPJ-FILE-MANCANTE(OPJ-FI)
006280             GO TO EX-VERIFICA-PAY
006290         END-IF.
006300         MOVE "G" TO OPJ-GRAV-ORFANA.
006310         SET OPJ-SIGILLO-RIMUOVE TO TRUE.
006320         PERFORM VERIFICA-PAY-RIGA THRU EX-VERIFICA-PAY-RIGA
006330             UNTIL OPJ-EOF.
006340         CLOSE PRAPAY.
006350 EX-VERIFICA-PAY.
006360         EXIT.
006370*
006380 VERIFICA-PAY-RIGA.
006390         READ PRAPAY NEXT RECORD
006400             AT END
006410                 SET OPJ-EOF TO TRUE
006420                 GO TO EX-VERIFICA-PAY-RIGA
006430         END-READ.
006440         IF OPJ-ARG-COMUNE NOT = SPACES
006450             AND PRAPAY-COMUNE-CODE NOT = OPJ-ARG-COMUNE
006460             GO TO EX-VERIFICA-PAY-RIGA
006470         END-IF.
006480         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
006490         MOVE PRAPAY-COMUNE-CODE TO OPJ-COMUNE-CODE.
006500         MOVE PRAPAY-PRATICA-ID  TO OPJ-PRATICA-ID.
006510         MOVE SPACES TO OPJ-RIFERIMENTO.
006520         STRING PRAPAY-PRATICA-ID DELIMITED BY SIZE
006530             " "                 DELIMITED BY SIZE
006540             PRAPAY-DATA-INCASSO DELIMITED BY SIZE
006550             " "                 DELIMITED BY SIZE
006560             PRAPAY-ORA-INCASSO  DELIMITED BY SIZE
006570             INTO OPJ-RIFERIMENTO
006580         END-STRING.
006590         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
006600 EX-VERIFICA-PAY-RIGA.
006610         EXIT.
006620*
006630 VERIFICA-NOTIF.
006640         MOVE 5 TO OPJ-FI.
006650         OPEN INPUT PRANOTIF.
006660         MOVE "PRANOTIF"      TO FILEH-NAME.
006670         MOVE STATUS-PRANOTIF TO FILEH-STATUS.
006680         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
006690         IF OPJ-FILE-MANCANTE(OPJ-FI)
006700             GO TO EX-VERIFICA-NOTIF
006710         END-IF.
006720         MOVE "L" TO OPJ-GRAV-ORFANA.
006730         SET OPJ-SIGILLO-LASCIA TO TRUE.
006740         PERFORM VERIFICA-NOTIF-RIGA THRU EX-VERIFICA-NOTIF-RIGA
006750             UNTIL OPJ-EOF.
006760         CLOSE PRANOTIF.
006770 EX-VERIFICA-NOTIF.
006780         EXIT.
006790*
006800 VERIFICA-NOTIF-RIGA.
006810         READ PRANOTIF NEXT RECORD
006820             AT END
006830                 SET OPJ-EOF TO TRUE
006840                 GO TO EX-VERIFICA-NOTIF-RIGA
006850         END-READ.
006860         IF OPJ-ARG-COMUNE NOT = SPACES
006870             AND PRANOTIF-COMUNE-CODE NOT = OPJ-ARG-COMUNE
006880             GO TO EX-VERIFICA-NOTIF-RIGA
006890         END-IF.
006900         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
006910         MOVE PRANOTIF-COMUNE-CODE TO OPJ-COMUNE-CODE.
006920         MOVE PRANOTIF-PRATICA-ID  TO OPJ-PRATICA-ID.
006930         MOVE SPACES TO OPJ-RIFERIMENTO.
006940         STRING PRANOTIF-PRATICA-ID DELIMITED BY SIZE
006950             " "                   DELIMITED BY SIZE
006960             PRANOTIF-DATA         DELIMITED BY SIZE
006970             " "                   DELIMITED BY SIZE
006980             PRANOTIF-ORA          DELIMITED BY SIZE
006990             INTO OPJ-RIFERIMENTO
007000         END-STRING.
007010         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
007020 EX-VERIFICA-NOTIF-RIGA.
007030         EXIT.
007040*
007050* The register is walked on its own lookup handle: nothing else
007060* reads PRAREG once VERIFICA-VIEW is done.
007070*
007080 VERIFICA-REG.
007090         MOVE 6 TO OPJ-FI.
007100         IF OPJ-REG-CHIUSO
007110             SET OPJ-FILE-MANCANTE(OPJ-FI) TO TRUE
007120             GO TO EX-VERIFICA-REG
007130         END-IF.
007140         SET OPJ-FILE-PRESENTE(OPJ-FI) TO TRUE.
007150         MOVE "M" TO OPJ-GRAV-ORFANA.
007160         SET OPJ-SIGILLO-LASCIA TO TRUE.
007170         SET OPJ-NOT-EOF TO TRUE.
007180         MOVE LOW-VALUES TO PRAREG-KEY.
007190         START PRAREG KEY IS NOT LESS THAN PRAREG-KEY
007200             INVALID KEY
007210                 SET OPJ-EOF TO TRUE
007220         END-START.
007230         PERFORM VERIFICA-REG-RIGA THRU EX-VERIFICA-REG-RIGA
007240             UNTIL OPJ-EOF.
007250 EX-VERIFICA-REG.
007260         EXIT.
007270*
007280 VERIFICA-REG-RIGA.
007290         READ PRAREG NEXT RECORD
007300             AT END
007310                 SET OPJ-EOF TO TRUE
007320                 GO TO EX-VERIFICA-REG-RIGA
007330         END-READ.
007340         IF OPJ-ARG-COMUNE NOT = SPACES
007350             AND PRAREG-COMUNE-CODE NOT = OPJ-ARG-COMUNE
007360             GO TO EX-VERIFICA-REG-RIGA
007370         END-IF.
007380         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
007390         IF PRAREG-PRATICA-ID = SPACES
007400             GO TO EX-VERIFICA-REG-RIGA
007410         END-IF.
007420         MOVE PRAREG-COMUNE-CODE TO OPJ-COMUNE-CODE.
007430         MOVE PRAREG-PRATICA-ID  TO OPJ-PRATICA-ID.
007440         MOVE SPACES TO OPJ-RIFERIMENTO.
007450         STRING PRAREG-PRATICA-ID DELIMITED BY SIZE
007460             " PROT. "           DELIMITED BY SIZE
007470             PRAREG-ANNO         DELIMITED BY SIZE
007480             "/"                 DELIMITED BY SIZE
007490             PRAREG-NUMERO       DELIMITED BY SIZE
007500             INTO OPJ-RIFERIMENTO
007510         END-STRING.
007520         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
007530 EX-VERIFICA-REG-RIGA.
007540         EXIT.
007550*
007560 VERIFICA-BOLLO.
007570         MOVE 7 TO OPJ-FI.
007580         IF OPJ-BOLLO-CHIUSO
007590             SET OPJ-FILE-MANCANTE(OPJ-FI) TO TRUE
007600             GO TO EX-VERIFICA-BOLLO
007610         END-IF.
007620         SET OPJ-FILE-PRESENTE(OPJ-FI) TO TRUE.
007630         MOVE "M" TO OPJ-GRAV-ORFANA.
007640         SET OPJ-SIGILLO-LASCIA TO TRUE.
007650         SET OPJ-NOT-EOF TO TRUE.
007660         MOVE LOW-VALUES TO PRABOLLO-KEY.
007670         START PRABOLLO KEY IS NOT LESS THAN PRABOLLO-KEY
007680             INVALID KEY
007690                 SET OPJ-EOF TO TRUE
007700         END-START.
007710         PERFORM VERIFICA-BOLLO-RIGA THRU EX-VERIFICA-BOLLO-RIGA
007720             UNTIL OPJ-EOF.
007730 EX-VERIFICA-BOLLO.
007740         EXIT.
007750*
007760 VERIFICA-BOLLO-RIGA.
007770         READ PRABOLLO NEXT RECORD
007780             AT END
007790                 SET OPJ-EOF TO TRUE
007800                 GO TO EX-VERIFICA-BOLLO-RIGA
007810         END-READ.
007820         IF OPJ-ARG-COMUNE NOT = SPACES
007830             AND PRABOLLO-COMUNE-CODE NOT = OPJ-ARG-COMUNE
007840             GO TO EX-VERIFICA-BOLLO-RIGA
007850         END-IF.
007860         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
007870         MOVE PRABOLLO-COMUNE-CODE TO OPJ-COMUNE-CODE.
007880         MOVE PRABOLLO-PRATICA-ID  TO OPJ-PRATICA-ID.
007890         MOVE SPACES TO OPJ-RIFERIMENTO.
007900         STRING PRABOLLO-PRATICA-ID     DELIMITED BY SIZE
007910             " MARCA "                 DELIMITED BY SIZE
007920             PRABOLLO-IDENTIFICATIVO   DELIMITED BY SIZE
007930             INTO OPJ-RIFERIMENTO
007940         END-STRING.
007950         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
007960 EX-VERIFICA-BOLLO-RIGA.
007970         EXIT.
007980*
007990* The delegato's codice fiscale stays off the print: the pratica
008000* is enough to find the row.
008010*
008020 VERIFICA-DELEG.
008030         MOVE 8 TO OPJ-FI.
008040         IF OPJ-DELEG-CHIUSO
008050             SET OPJ-FILE-MANCANTE(OPJ-FI) TO TRUE
008060             GO TO EX-VERIFICA-DELEG
008070         END-IF.
008080         SET OPJ-FILE-PRESENTE(OPJ-FI) TO TRUE.
008090         MOVE "M" TO OPJ-GRAV-ORFANA.
008100         SET OPJ-SIGILLO-LASCIA TO TRUE.
008110         SET OPJ-NOT-EOF TO TRUE.
008120         MOVE LOW-VALUES TO PRADELEG-KEY.
008130         START PRADELEG KEY IS NOT LESS THAN PRADELEG-KEY
008140             INVALID KEY
008150                 SET OPJ-EOF TO TRUE
008160         END-START.
008170         PERFORM VERIFICA-DELEG-RIGA THRU EX-VERIFICA-DELEG-RIGA
008180             UNTIL OPJ-EOF.
008190 EX-VERIFICA-DELEG.
008200         EXIT.
008210*
008220 VERIFICA-DELEG-RIGA.
008230         READ PRADELEG NEXT RECORD
008240             AT END
008250                 SET OPJ-EOF TO TRUE
008260                 GO TO EX-VERIFICA-DELEG-RIGA
008270         END-READ.
008280         IF OPJ-ARG-COMUNE NOT = SPACES
008290             AND PRADELEG-COMUNE-CODE NOT = OPJ-ARG-COMUNE
008300             GO TO EX-VERIFICA-DELEG-RIGA
008310         END-IF.
008320         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
008330         MOVE PRADELEG-COMUNE-CODE TO OPJ-COMUNE-CODE.
008340         MOVE PRADELEG-PRATICA-ID  TO OPJ-PRATICA-ID.
008350         MOVE PRADELEG-PRATICA-ID  TO OPJ-RIFERIMENTO.
008360         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
008370 EX-VERIFICA-DELEG-RIGA.
008380         EXIT.
008390*
008400 VERIFICA-CONF.
008410         MOVE 9 TO OPJ-FI.
008420         OPEN INPUT PRACONF.
008430         MOVE "PRACONF"      TO FILEH-NAME.
008440         MOVE STATUS-PRACONF TO FILEH-STATUS.
008450         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
008460         IF OPJ-FILE-MANCANTE(OPJ-FI)
008470             GO TO EX-VERIFICA-CONF
008480         END-IF.
008490         MOVE "M" TO OPJ-GRAV-ORFANA.
008500         SET OPJ-SIGILLO-RIMUOVE TO TRUE.
008510         PERFORM VERIFICA-CONF-RIGA THRU EX-VERIFICA-CONF-RIGA
008520             UNTIL OPJ-EOF.
008530         CLOSE PRACONF.
008540 EX-VERIFICA-CONF.
008550         EXIT.
008560*
008570 VERIFICA-CONF-RIGA.
008580         READ PRACONF NEXT RECORD
008590             AT END
008600                 SET OPJ-EOF TO TRUE
008610                 GO TO EX-VERIFICA-CONF-RIGA
008620         END-READ.
008630         IF OPJ-ARG-COMUNE NOT = SPACES
008640             AND PRACONF-COMUNE-CODE NOT = OPJ-ARG-COMUNE
008650             GO TO EX-VERIFICA-CONF-RIGA
008660         END-IF.
008670         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
008680         MOVE PRACONF-COMUNE-CODE TO OPJ-COMUNE-CODE.
008690         MOVE PRACONF-PRATICA-ID  TO OPJ-PRATICA-ID.
008700         MOVE SPACES TO OPJ-RIFERIMENTO.
008710         STRING PRACONF-PRATICA-ID DELIMITED BY SIZE
008720             " ENTE "             DELIMITED BY SIZE
008730             PRACONF-ENTE-SEQ     DELIMITED BY SIZE
008740             INTO OPJ-RIFERIMENTO
008750         END-STRING.
008760         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
008770 EX-VERIFICA-CONF-RIGA.
008780         EXIT.
008790*
008800 VERIFICA-INTEG.
008810         MOVE 10 TO OPJ-FI.
008820         OPEN INPUT PRAINTEG.
008830         MOVE "PRAINTEG"      TO FILEH-NAME.
008840         MOVE STATUS-PRAINTEG TO FILEH-STATUS.
008850         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
008860         IF OPJ-FILE-MANCANTE(OPJ-FI)
008870             GO TO EX-VERIFICA-INTEG
008880         END-IF.
008890         MOVE "M" TO OPJ-GRAV-ORFANA.
008900         SET OPJ-SIGILLO-RIMUOVE TO TRUE.
008910         PERFORM VERIFICA-INTEG-RIGA THRU EX-VERIFICA-INTEG-RIGA
008920             UNTIL OPJ-EOF.
008930         CLOSE PRAINTEG.
008940 EX-VERIFICA-INTEG.
008950         EXIT.
008960*
008970 VERIFICA-INTEG-RIGA.
008980         READ PRAINTEG NEXT RECORD
008990             AT END
009000                 SET OPJ-EOF TO TRUE
009010                 GO TO EX-VERIFICA-INTEG-RIGA
009020         END-READ.
009030         IF OPJ-ARG-COMUNE NOT = SPACES
009040             AND PRAINTEG-COMUNE-CODE NOT = OPJ-ARG-COMUNE
009050             GO TO EX-VERIFICA-INTEG-RIGA
009060         END-IF.
009070         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
009080         MOVE PRAINTEG-COMUNE-CODE TO OPJ-COMUNE-CODE.
009090         MOVE PRAINTEG-PRATICA-ID  TO OPJ-PRATICA-ID.
009100         MOVE SPACES TO OPJ-RIFERIMENTO.
009110         STRING PRAINTEG-PRATICA-ID DELIMITED BY SIZE
009120             " "                   DELIMITED BY SIZE
009130             PRAINTEG-DOC-TYPE     DELIMITED BY SIZE
009140             INTO OPJ-RIFERIMENTO
009150         END-STRING.
009160         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
009170 EX-VERIFICA-INTEG-RIGA.
009180         EXIT.
009190*
009200* A refund owed on no pratica is money again: GRAVE. Its
009210* approvatore must still be a user of the comune.
009220*
009230 VERIFICA-RIMB.
009240         MOVE 11 TO OPJ-FI.
009250         OPEN INPUT PRARIMB.
009260         MOVE "PRARIMB"      TO FILEH-NAME.
009270         MOVE STATUS-PRARIMB TO FILEH-STATUS.
009280         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
009290         IF OPJ-FILE-MANCANTE(OPJ-FI)
009300             GO TO EX-VERIFICA-RIMB
009310         END-IF.
009320         PERFORM VERIFICA-RIMB-RIGA THRU EX-VERIFICA-RIMB-RIGA
009330             UNTIL OPJ-EOF.
009340         CLOSE PRARIMB.
009350 EX-VERIFICA-RIMB.
009360         EXIT.
009370*
009380 VERIFICA-RIMB-RIGA.
009390         READ PRARIMB NEXT RECORD
009400             AT END
009410                 SET OPJ-EOF TO TRUE
009420                 GO TO EX-VERIFICA-RIMB-RIGA
009430         END-READ.
009440         IF OPJ-ARG-COMUNE NOT = SPACES
009450             AND PRARIMB-COMUNE-CODE NOT = OPJ-ARG-COMUNE
009460             GO TO EX-VERIFICA-RIMB-RIGA
009470         END-IF.
009480         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
009490         MOVE PRARIMB-COMUNE-CODE TO OPJ-COMUNE-CODE.
009500         MOVE PRARIMB-PRATICA-ID  TO OPJ-PRATICA-ID.
009510         MOVE SPACES TO OPJ-RIFERIMENTO.
009520         STRING PRARIMB-PRATICA-ID     DELIMITED BY SIZE
009530             " "                      DELIMITED BY SIZE
009540             PRARIMB-DATA-RICHIESTA   DELIMITED BY SIZE
009550             " "                      DELIMITED BY SIZE
009560             PRARIMB-ORA-RICHIESTA    DELIMITED BY SIZE
009570             INTO OPJ-RIFERIMENTO
009580         END-STRING.
009590         MOVE "G" TO OPJ-GRAV-ORFANA.
009600         SET OPJ-SIGILLO-LASCIA TO TRUE.
009610         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
009620         IF PRARIMB-APPROVATORE NOT = SPACES
009630             MOVE PRARIMB-APPROVATORE TO OPJ-UTENTE
009640             PERFORM CERCA-UTENTE THRU EX-CERCA-UTENTE
009650             IF NOT OPJ-UTENTE-D-UFFICIO
009660                 SET OPJ-MEDIA TO TRUE
009670                 MOVE "APPROVATORE ASSENTE DA PRAUTEN"
009680                     TO OPJ-DESCR
009690                 PERFORM SEGNALA THRU EX-SEGNALA
009700             END-IF
009710         END-IF.
009720 EX-VERIFICA-RIMB-RIGA.
009730         EXIT.
009740*
009750* KWINDEX is rebuilt every night by OPENPJ17, so a stale entry
009760* only costs a search a false hit: LIEVE.
009770*
009780 VERIFICA-KWIDX.
009790         MOVE 12 TO OPJ-FI.
009800         OPEN INPUT KWINDEX.
009810         MOVE "KWINDEX"      TO FILEH-NAME.
009820         MOVE STATUS-KWINDEX TO FILEH-STATUS.
009830         PERFORM APRI-ARCHIVIO THRU EX-APRI-ARCHIVIO.
009840         IF OPJ-FILE-MANCANTE(OPJ-FI)
009850             GO TO EX-VERIFICA-KWIDX
009860         END-IF.
009870         MOVE "L" TO OPJ-GRAV-ORFANA.
009880         SET OPJ-SIGILLO-LASCIA TO TRUE.
009890         PERFORM VERIFICA-KWIDX-RIGA THRU EX-VERIFICA-KWIDX-RIGA
009900             UNTIL OPJ-EOF.
009910         CLOSE KWINDEX.
009920 EX-VERIFICA-KWIDX.
009930         EXIT.
009940*
009950 VERIFICA-KWIDX-RIGA.
009960         READ KWINDEX NEXT RECORD
009970             AT END
009980                 SET OPJ-EOF TO TRUE
009990                 GO TO EX-VERIFICA-KWIDX-RIGA
010000         END-READ.
010010         IF OPJ-ARG-COMUNE NOT = SPACES
010020             AND KWINDEX-COMUNE-CODE NOT = OPJ-ARG-COMUNE
010030             GO TO EX-VERIFICA-KWIDX-RIGA
010040         END-IF.
010050         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
010060         MOVE KWINDEX-COMUNE-CODE TO OPJ-COMUNE-CODE.
010070         MOVE KWINDEX-PRATICA-ID  TO OPJ-PRATICA-ID.
010080         MOVE SPACES TO OPJ-RIFERIMENTO.
010090         STRING KWINDEX-PRATICA-ID DELIMITED BY SIZE
010100             " "                  DELIMITED BY SIZE
010110             KWINDEX-TERMINE      DELIMITED BY SIZE
010120             INTO OPJ-RIFERIMENTO
010130         END-STRING.
010140         PERFORM CONTROLLA-ORFANA THRU EX-CONTROLLA-ORFANA.
010150 EX-VERIFICA-KWIDX-RIGA.
010160         EXIT.
010170*
010180* VERIFICA-DOSSI: a dossier RIPRISTINATO has put its pratica back
010190* on PRAVIEW, and must find it there. Read straight off PRAVIEW,
010200* since RISOLVI-PRATICA would move the DOSSIDX walk.
010210*
010220 VERIFICA-DOSSI.
010230         MOVE 13 TO OPJ-FI.
010240         IF OPJ-DOSSI-CHIUSO
010250             SET OPJ-FILE-MANCANTE(OPJ-FI) TO TRUE
010260             GO TO EX-VERIFICA-DOSSI
010270         END-IF.
010280         SET OPJ-FILE-PRESENTE(OPJ-FI) TO TRUE.
010290         SET OPJ-NOT-EOF TO TRUE.
010300         MOVE LOW-VALUES TO DOSSIDX-KEY.
010310         START DOSSIDX KEY IS NOT LESS THAN DOSSIDX-KEY
010320             INVALID KEY
010330                 SET OPJ-EOF TO TRUE
010340         END-START.
010350         PERFORM VERIFICA-DOSSI-RIGA THRU EX-VERIFICA-DOSSI-RIGA
010360             UNTIL OPJ-EOF.
010370 EX-VERIFICA-DOSSI.
010380         EXIT.
010390*
010400 VERIFICA-DOSSI-RIGA.
010410         READ DOSSIDX NEXT RECORD
010420             AT END
010430                 SET OPJ-EOF TO TRUE
010440                 GO TO EX-VERIFICA-DOSSI-RIGA
010450         END-READ.
010460         IF OPJ-ARG-COMUNE NOT = SPACES
010470             AND DOSSIDX-COMUNE-CODE NOT = OPJ-ARG-COMUNE
010480             GO TO EX-VERIFICA-DOSSI-RIGA
010490         END-IF.
010500         ADD 1 TO OPJ-FILE-LETTE(OPJ-FI).
010510         IF NOT DOSSIDX-RIPRISTINATO
010520             GO TO EX-VERIFICA-DOSSI-RIGA
010530         END-IF.
010540         MOVE DOSSIDX-COMUNE-CODE TO OPJ-COMUNE-CODE.
010550         MOVE DOSSIDX-PRATICA-ID  TO OPJ-PRATICA-ID.
010560         MOVE DOSSIDX-PRATICA-ID  TO OPJ-RIFERIMENTO.
010570         MOVE DOSSIDX-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
010580         MOVE DOSSIDX-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
010590         READ PRAVIEW
010600             INVALID KEY
010610                 SET OPJ-MEDIA TO TRUE
010620                 MOVE "DOSSIER RIPRISTINATO ASSENTE DA PRAVIEW"
010630                     TO OPJ-DESCR
010640                 PERFORM SEGNALA THRU EX-SEGNALA
010650         END-READ.
010660 EX-VERIFICA-DOSSI-RIGA.
010670         EXIT.
010680*
010690* CONTROLLA-ORFANA judges a row of the file under walk by its
010700* pratica: on PRAVIEW it is fine; sealed, it is fine where
010710* OPENPJ18 leaves the file's rows online and a leftover where it
010720* takes them into the dossier; nowhere, it is an orphan of the
010730* file's own weight.
010740*
010750 CONTROLLA-ORFANA.
010760         PERFORM RISOLVI-PRATICA THRU EX-RISOLVI-PRATICA.
010770         IF OPJ-PRATICA-IN-LINEA
010780             GO TO EX-CONTROLLA-ORFANA
010790         END-IF.
010800         IF OPJ-PRATICA-ARCHIVIATA
010810             IF OPJ-SIGILLO-LASCIA
010820                 GO TO EX-CONTROLLA-ORFANA
010830             END-IF
010840             SET OPJ-MEDIA TO TRUE
010850             MOVE "RIGA RIMASTA IN LINEA DOPO IL SIGILLO"
010860                 TO OPJ-DESCR
010870             PERFORM SEGNALA THRU EX-SEGNALA
010880             GO TO EX-CONTROLLA-ORFANA
010890         END-IF.
010900         MOVE OPJ-GRAV-ORFANA TO OPJ-GRAVITA.
010910         MOVE "PRATICA ASSENTE DA PRAVIEW E DA DOSSIDX"
010920             TO OPJ-DESCR.
010930         PERFORM SEGNALA THRU EX-SEGNALA.
010940 EX-CONTROLLA-ORFANA.
010950         EXIT.
010960*
010970 RISOLVI-PRATICA.
010980         IF OPJ-COMUNE-CODE = OPJ-ULTIMA-COMUNE
010990             AND OPJ-PRATICA-ID = OPJ-ULTIMA-PRATICA
011000             MOVE OPJ-ULTIMO-ESITO TO OPJ-PRATICA-SW
011010             GO TO EX-RISOLVI-PRATICA
011020         END-IF.
011030         MOVE OPJ-COMUNE-CODE TO OPJ-ULTIMA-COMUNE.
011040         MOVE OPJ-PRATICA-ID  TO OPJ-ULTIMA-PRATICA.
011050         SET OPJ-PRATICA-IN-LINEA TO TRUE.
011060         MOVE OPJ-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
011070         MOVE OPJ-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
011080         READ PRAVIEW
011090             INVALID KEY
011100                 SET OPJ-PRATICA-ASSENTE TO TRUE
011110         END-READ.
011120         IF OPJ-PRATICA-ASSENTE
011130             AND OPJ-DOSSI-APERTO
011140             MOVE OPJ-COMUNE-CODE TO DOSSIDX-COMUNE-CODE
011150             MOVE OPJ-PRATICA-ID  TO DOSSIDX-PRATICA-ID
011160             READ DOSSIDX
011170                 NOT INVALID KEY
011180                     IF DOSSIDX-ARCHIVIATO
011190                         SET OPJ-PRATICA-ARCHIVIATA TO TRUE
011200                     END-IF
011210             END-READ
011220         END-IF.
011230         MOVE OPJ-PRATICA-SW TO OPJ-ULTIMO-ESITO.
011240 EX-RISOLVI-PRATICA.
011250         EXIT.
011260*
011270* SEGNALA books one finding against its comune and file and, up
011280* to the file's cap, prints it.
011290*
011300 SEGNALA.
011310         EVALUATE TRUE
011320             WHEN OPJ-GRAVE
011330                 ADD 1 TO OPJ-TOT-GRAVI
011340                 MOVE "GRAVE" TO OPJ-GRAV-DESCR
011350             WHEN OPJ-MEDIA
011360                 ADD 1 TO OPJ-TOT-MEDIE
011370                 MOVE "MEDIA" TO OPJ-GRAV-DESCR
011380             WHEN OTHER
011390                 ADD 1 TO OPJ-TOT-LIEVI
011400                 MOVE "LIEVE" TO OPJ-GRAV-DESCR
011410         END-EVALUATE.

011420         PERFORM CERCA-COMUNE THRU EX-CERCA-COMUNE.
011430         IF OPJ-COMUNE-TROVATO
011440             EVALUATE TRUE
011450                 WHEN OPJ-GRAVE
011460                     ADD 1 TO OPJ-COM-GRAVI(OPJ-CI, OPJ-FI)
011470                 WHEN OPJ-MEDIA
011480                     ADD 1 TO OPJ-COM-MEDIE(OPJ-CI, OPJ-FI)
011490                 WHEN OTHER
011500                     ADD 1 TO OPJ-COM-LIEVI(OPJ-CI, OPJ-FI)
011510             END-EVALUATE
011520         ELSE
011530             ADD 1 TO OPJ-COMUNI-OLTRE
011540         END-IF.

011550         IF OPJ-FILE-DETTAGLI(OPJ-FI) NOT LESS THAN
011560             OPJ-MAX-DETTAGLIO
011570             GO TO EX-SEGNALA
011580         END-IF.
011590         ADD 1 TO OPJ-FILE-DETTAGLI(OPJ-FI).
011600         MOVE SPACES TO STAMPA-LINE.
011610         STRING OPJ-COMUNE-CODE        DELIMITED BY SIZE
011620             " "                       DELIMITED BY SIZE
011630             OPJ-FILE-NOME(OPJ-FI)     DELIMITED BY SIZE
011640             " "                       DELIMITED BY SIZE
011650             OPJ-GRAV-DESCR            DELIMITED BY SIZE
011660             " "                       DELIMITED BY SIZE
011670             OPJ-RIFERIMENTO           DELIMITED BY SIZE
011680             " "                       DELIMITED BY SIZE
011690             OPJ-DESCR                 DELIMITED BY "  "
011700             INTO STAMPA-LINE
011710         END-STRING.
011720         PERFORM 9150-WRITE-STAMPA-LINE
011730             THRU EX-9150-WRITE-STAMPA-LINE.
011740 EX-SEGNALA.
011750         EXIT.
011760*
011770 CERCA-COMUNE.
011780         SET OPJ-COMUNE-NUOVO TO TRUE.
011790         PERFORM CERCA-COMUNE-RIGA THRU EX-CERCA-COMUNE-RIGA
011800             VARYING OPJ-CERCA-CI FROM 1 BY 1
011810             UNTIL OPJ-CERCA-CI > OPJ-COMUNI-COUNT
011820                OR OPJ-COMUNE-TROVATO.
011830         IF OPJ-COMUNE-TROVATO
011840             GO TO EX-CERCA-COMUNE
011850         END-IF.
011860         IF OPJ-COMUNI-COUNT NOT LESS THAN OPJ-MAX-COMUNI
011870             GO TO EX-CERCA-COMUNE
011880         END-IF.
011890         ADD 1 TO OPJ-COMUNI-COUNT.
011900         MOVE OPJ-COMUNI-COUNT TO OPJ-CI.
011910         MOVE OPJ-COMUNE-CODE  TO OPJ-COM-CODE(OPJ-CI).
011920         SET OPJ-COMUNE-TROVATO TO TRUE.
011930 EX-CERCA-COMUNE.
011940         EXIT.
011950*
011960 CERCA-COMUNE-RIGA.
011970         IF OPJ-COM-CODE(OPJ-CERCA-CI) = OPJ-COMUNE-CODE
011980             MOVE OPJ-CERCA-CI TO OPJ-CI
011990             SET OPJ-COMUNE-TROVATO TO TRUE
012000         END-IF.
012010 EX-CERCA-COMUNE-RIGA.
012020         EXIT.
012030*
012040* STAMPA-RIEPILOGO closes the print with the findings per comune
012050* and file, then the rows read per file.
012060*
012070 STAMPA-RIEPILOGO.
012080         MOVE SPACES TO STAMPA-LINE.
012090         PERFORM 9150-WRITE-STAMPA-LINE
012100             THRU EX-9150-WRITE-STAMPA-LINE.
012110         MOVE "RIEPILOGO PER COMUNE E ARCHIVIO" TO STAMPA-LINE.
012120         PERFORM 9150-WRITE-STAMPA-LINE
012130             THRU EX-9150-WRITE-STAMPA-LINE.
012140         PERFORM STAMPA-COMUNE THRU EX-STAMPA-COMUNE
012150             VARYING OPJ-CI FROM 1 BY 1
012160             UNTIL OPJ-CI > OPJ-COMUNI-COUNT.
012170         IF OPJ-COMUNI-OLTRE > 0
012180             MOVE OPJ-COMUNI-OLTRE TO OPJ-TOT1-EDIT
012190             MOVE SPACES TO STAMPA-LINE
012200             STRING "ALTRI COMUNI OLTRE LA TABELLA, ANOMALIE "
012210                     DELIMITED BY SIZE
012220                 OPJ-TOT1-EDIT    DELIMITED BY SIZE
012230                 INTO STAMPA-LINE
012240             END-STRING
012250             PERFORM 9150-WRITE-STAMPA-LINE
012260                 THRU EX-9150-WRITE-STAMPA-LINE
012270         END-IF.

012280         MOVE SPACES TO STAMPA-LINE.
012290         PERFORM 9150-WRITE-STAMPA-LINE
012300             THRU EX-9150-WRITE-STAMPA-LINE.
012310         MOVE "RIGHE LETTE PER ARCHIVIO" TO STAMPA-LINE.
012320         PERFORM 9150-WRITE-STAMPA-LINE
012330             THRU EX-9150-WRITE-STAMPA-LINE.
012340         PERFORM STAMPA-ARCHIVIO THRU EX-STAMPA-ARCHIVIO
012350             VARYING OPJ-FI FROM 1 BY 1
012360             UNTIL OPJ-FI > OPJ-FILE-COUNT.

012370         MOVE OPJ-TOT-GRAVI TO OPJ-TOT1-EDIT.
012380         MOVE OPJ-TOT-MEDIE TO OPJ-TOT2-EDIT.
012390         MOVE OPJ-TOT-LIEVI TO OPJ-TOT3-EDIT.
012400         MOVE SPACES TO STAMPA-LINE.
012410         PERFORM 9150-WRITE-STAMPA-LINE
012420             THRU EX-9150-WRITE-STAMPA-LINE.
012430         STRING "TOTALE ANOMALIE GRAVI " DELIMITED BY SIZE
012440             OPJ-TOT1-EDIT        DELIMITED BY SIZE
012450             "  MEDIE "           DELIMITED BY SIZE
012460             OPJ-TOT2-EDIT        DELIMITED BY SIZE
012470             "  LIEVI "           DELIMITED BY SIZE
012480             OPJ-TOT3-EDIT        DELIMITED BY SIZE
012490             INTO STAMPA-LINE
012500         END-STRING.
012510         PERFORM 9150-WRITE-STAMPA-LINE
012520             THRU EX-9150-WRITE-STAMPA-LINE.
012530         IF OPJ-TOT-GRAVI > 0
012540             MOVE "ANOMALIE GRAVI: CATENA NOTTURNA FERMATA"
012550                 TO STAMPA-LINE
012560             PERFORM 9150-WRITE-STAMPA-LINE
012570                 THRU EX-9150-WRITE-STAMPA-LINE
012580         END-IF.
012590 EX-STAMPA-RIEPILOGO.
012600         EXIT.
012610*
012620 STAMPA-COMUNE.
012630         PERFORM STAMPA-COMUNE-FILE THRU EX-STAMPA-COMUNE-FILE
012640             VARYING OPJ-FI FROM 1 BY 1
012650             UNTIL OPJ-FI > OPJ-FILE-COUNT.
012660 EX-STAMPA-COMUNE.
012670         EXIT.
012680*
012690 STAMPA-COMUNE-FILE.
012700         COMPUTE OPJ-SOMMA = OPJ-COM-GRAVI(OPJ-CI, OPJ-FI)
012710             + OPJ-COM-MEDIE(OPJ-CI, OPJ-FI)
012720             + OPJ-COM-LIEVI(OPJ-CI, OPJ-FI).
012730         IF OPJ-SOMMA = 0
012740             GO TO EX-STAMPA-COMUNE-FILE
012750         END-IF.
012760         MOVE OPJ-COM-GRAVI(OPJ-CI, OPJ-FI) TO OPJ-TOT1-EDIT.
012770         MOVE OPJ-COM-MEDIE(OPJ-CI, OPJ-FI) TO OPJ-TOT2-EDIT.
012780         MOVE OPJ-COM-LIEVI(OPJ-CI, OPJ-FI) TO OPJ-TOT3-EDIT.
012790         MOVE SPACES TO STAMPA-LINE.
012800         STRING OPJ-COM-CODE(OPJ-CI)   DELIMITED BY SIZE
012810             " "                       DELIMITED BY SIZE
012820             OPJ-FILE-NOME(OPJ-FI)     DELIMITED BY SIZE
012830             "  GRAVI "                DELIMITED BY SIZE
012840             OPJ-TOT1-EDIT             DELIMITED BY SIZE
012850             "  MEDIE "                DELIMITED BY SIZE
012860             OPJ-TOT2-EDIT             DELIMITED BY SIZE
012870             "  LIEVI "                DELIMITED BY SIZE
012880             OPJ-TOT3-EDIT             DELIMITED BY SIZE
012890             INTO STAMPA-LINE
012900         END-STRING.
012910         PERFORM 9150-WRITE-STAMPA-LINE
012920             THRU EX-9150-WRITE-STAMPA-LINE.
012930 EX-STAMPA-COMUNE-FILE.
012940         EXIT.
012950*
012960 STAMPA-ARCHIVIO.
012970         MOVE SPACES TO STAMPA-LINE.
012980         IF OPJ-FILE-MANCANTE(OPJ-FI)
012990             STRING OPJ-FILE-NOME(OPJ-FI) DELIMITED BY SIZE
013000                 "  ARCHIVIO ASSENTE"    DELIMITED BY SIZE
013010                 INTO STAMPA-LINE
013020             END-STRING
013030         ELSE
013040             MOVE OPJ-FILE-LETTE(OPJ-FI) TO OPJ-LETTE-EDIT
013050             STRING OPJ-FILE-NOME(OPJ-FI) DELIMITED BY SIZE
013060                 "  RIGHE "              DELIMITED BY SIZE
013070                 OPJ-LETTE-EDIT          DELIMITED BY SIZE
013080                 INTO STAMPA-LINE
013090             END-STRING
013100             IF OPJ-FILE-DETTAGLI(OPJ-FI) NOT LESS THAN
013110                 OPJ-MAX-DETTAGLIO
013120                 STRING STAMPA-LINE(1:28)  DELIMITED BY SIZE
013130                     "  DETTAGLIO TRONCATO" DELIMITED BY SIZE
013140                     INTO STAMPA-LINE
013150                 END-STRING
013160             END-IF
013170         END-IF.
013180         PERFORM 9150-WRITE-STAMPA-LINE
013190             THRU EX-9150-WRITE-STAMPA-LINE.
013200 EX-STAMPA-ARCHIVIO.
013210         EXIT.
013220*
013230* FINE-BATCH leaves on the run ledger the findings as the count
013240* and the GRAVE ones apart: OPENPJ20 stops the chain on those.
013250*
013260 FINE-BATCH.
013270         PERFORM STAMPA-RIEPILOGO THRU EX-STAMPA-RIEPILOGO.
013280         CLOSE PRASTAMPA.
013290         CLOSE PRAVIEW.
013300         IF OPJ-UTEN-APERTO
013310             CLOSE PRAUTEN
013320         END-IF.
013330         IF OPJ-DOSSI-APERTO
013340             CLOSE DOSSIDX
013350         END-IF.
013360         IF OPJ-REG-APERTO
013370             CLOSE PRAREG
013380         END-IF.
013390         IF OPJ-BOLLO-APERTO
013400             CLOSE PRABOLLO
013410         END-IF.
013420         IF OPJ-DELEG-APERTO
013430             CLOSE PRADELEG
013440         END-IF.
013450         DISPLAY "OPENPJ34: anomalie gravi " OPJ-TOT-GRAVI
013460             " medie " OPJ-TOT-MEDIE
013470             " lievi " OPJ-TOT-LIEVI.
013480         COMPUTE RUNLG-CONTA =
013490             OPJ-TOT-GRAVI + OPJ-TOT-MEDIE + OPJ-TOT-LIEVI.
013500         IF OPJ-TOT-GRAVI > 99999
013510             MOVE 99999 TO RUNLG-GRAVI
013520         ELSE
013530             MOVE OPJ-TOT-GRAVI TO RUNLG-GRAVI
013540         END-IF.
013550         PERFORM SEGNA-FINE-CORSA
013560             THRU EX-SEGNA-FINE-CORSA.
013570         IF OPJ-TOT-GRAVI > 0
013580             MOVE 8 TO RETURN-CODE
013590         ELSE
013600             IF RUNLG-CONTA > 0
013610                 MOVE 4 TO RETURN-CODE
013620             END-IF
013630         END-IF.
013640 EX-FINE-BATCH.
013650         EXIT.

013660         COPY "PIOWEB1.CBL".

013670         COPY "PJCHECK.CBL".

013680         COPY "PJRUNLOG.CBL".
