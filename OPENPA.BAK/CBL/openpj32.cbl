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
000190** verifica anagrafica notturna ("[comune]", facoltativo: senza
000200** comune tutti i comuni): carica nella cache PRAANPR l'estratto
000210** ANPREXT che l'ufficio demografico lascia ogni notte - una
000220** persona nuova o variata prende la data di oggi, una persona
000230** che l'estratto non porta piu' diventa cancellata - e poi
000240** confronta il richiedente e i delegati di ogni pratica aperta
000250** (quello sulla pratica e quelli delle deleghe PRADELEG):
000260** codice fiscale inesistente, nome diverso da PRAVIEW-
000270** RICHIEDENTE, persona deceduta o trasferita. L'esito peggiore
000280** resta sulla pratica, dove la lista di carico OPENPA08 lo
000290** mostra; una pratica gia' verificata si riverifica solo se la
000300** pratica, le sue deleghe o una delle sue persone sono cambiate
000310** da allora. Per ogni comune con segnalazioni stampa l'elenco
000320** delle eccezioni per l'istruttore. Senza estratto stanotte la
000330** verifica gira sulla cache com'e'.
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENPJ32.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390         COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.

000420         COPY "SELANPX.CBL".
000430         COPY "SELANPR.CBL".
000440         COPY "SELVIEW.CBL".
000450         COPY "SELDELEG.CBL".
000460         COPY "SELSTAMPA.CBL".

000470         COPY "SELRUNLG.CBL".

000480 DATA             DIVISION.
000490 FILE SECTION.

000500         COPY "FDEANPX.CBL".
000510         COPY "FDEANPR.CBL".
000520         COPY "FDEVIEW.CBL".
000530         COPY "FDEDELEG.CBL".
000540         COPY "FDESTAMPA.CBL".

000550         COPY "FDERUNLG.CBL".

000560 WORKING-STORAGE  SECTION.

000570         COPY "GLOBALS.CBL".
000580         COPY "FILEHWS.CBL".
000590         COPY "RUNLGWS.CBL".
000600*
000610 77  OPJ-COMMAND-LINE              PIC X(80).
000620 77  OPJ-ARG-COMUNE                PIC X(06).
000630 77  OPJ-TODAY-DATE                PIC 9(08).
000640 77  OPJ-COMUNE-CODE               PIC X(06).
000650 77  OPJ-EOF-SW                    PIC X(01).
000660     88  OPJ-EOF                       VALUE "S".
000670     88  OPJ-NOT-EOF                   VALUE "N".
000680 77  OPJ-ESTRATTO-SW               PIC X(01).
000690     88  OPJ-ESTRATTO-PRESENTE         VALUE "S".
000700     88  OPJ-ESTRATTO-ASSENTE          VALUE "N".
000710 77  OPJ-DELEG-SW                  PIC X(01).
000720     88  OPJ-DELEG-PRESENTE            VALUE "S".
000730     88  OPJ-DELEG-ASSENTE             VALUE "N".
000740 77  OPJ-SUB-EOF-SW                PIC X(01).
000750     88  OPJ-SUB-EOF                   VALUE "S".
000760     88  OPJ-SUB-NOT-EOF               VALUE "N".
000770*
000780* Load counters: extract lines taken, refused, and what they
000790* did to the cache.
000800*
000810 77  OPJ-LETTE                     PIC 9(07) COMP-5 VALUE 0.
000820 77  OPJ-SCARTATE                  PIC 9(07) COMP-5 VALUE 0.
000830 77  OPJ-NUOVE                     PIC 9(07) COMP-5 VALUE 0.
000840 77  OPJ-VARIATE                   PIC 9(07) COMP-5 VALUE 0.
000850 77  OPJ-CANCELLATE                PIC 9(07) COMP-5 VALUE 0.
000860*
000870* Matching counters: pratiche checked again, pratiche whose
000880* earlier check still stands, pratiche flagged.
000890*
000900 77  OPJ-VERIFICATE                PIC 9(07) COMP-5 VALUE 0.
000910 77  OPJ-DA-CACHE                  PIC 9(07) COMP-5 VALUE 0.
000920 77  OPJ-SEGNALATE                 PIC 9(07) COMP-5 VALUE 0.
000930*
000940* The check of one pratica: whether it is due, the worst
000950* finding so far and whose - with the codice fiscale, as a
000960* delegato may come from PRADELEG - the finding on the person
000970* under examination and its weight (nome diverso 1, trasferito
000980* 2, inesistente 3, deceduto 4).
000990*
001000 77  OPJ-RICONTROLLO-SW            PIC X(01).
001010     88  OPJ-RICONTROLLA               VALUE "S".
001020     88  OPJ-INVARIATA                 VALUE "N".
001030 77  OPJ-NUOVA-SW                  PIC X(01).
001040     88  OPJ-NUOVA                     VALUE "S".
001050     88  OPJ-GIA-NOTA                  VALUE "N".
001060 77  OPJ-NOME-SW                   PIC X(01).
001070     88  OPJ-CONFRONTA-NOME            VALUE "S".
001080     88  OPJ-SENZA-NOME                VALUE "N".
001090 77  OPJ-VERSIONE                  PIC 9(09).
001100 77  OPJ-OLD-ESITO                 PIC X(01).
001110 77  OPJ-ESITO                     PIC X(01).
001120 77  OPJ-SOGGETTO                  PIC X(01).
001130 77  OPJ-RANGO                     PIC 9(01) COMP-5.
001140 77  OPJ-CF                        PIC X(16).
001150 77  OPJ-CF-PEGGIORE               PIC X(16).
001160 77  OPJ-CF-SOGGETTO               PIC X(01).
001170 77  OPJ-ESITO-SOGG                PIC X(01).
001180 77  OPJ-RANGO-SOGG                PIC 9(01) COMP-5.
001190 77  OPJ-RICHIEDENTE               PIC X(60).
001200 77  OPJ-NOME-1                    PIC X(60).
001210 77  OPJ-NOME-2                    PIC X(60).
001220*
001230* The comune's exceptions list under way.
001240*
001250 77  OPJ-REPORT-SW                 PIC X(01).
001260     88  OPJ-REPORT-APERTO             VALUE "S".
001270     88  OPJ-REPORT-CHIUSO             VALUE "N".
001280 77  OPJ-REPORTS                   PIC 9(07) COMP-5 VALUE 0.
001290 77  OPJ-TOT-SEGNALATE             PIC 9(07) COMP-5.
001300 77  OPJ-TOT-NUOVE                 PIC 9(07) COMP-5.
001310 77  OPJ-DESCR                     PIC X(20).
001320 77  OPJ-SOGG-DESCR                PIC X(12).
001330 77  OPJ-CF-STAMPA                 PIC X(16).
001340 77  OPJ-SEGNALA                   PIC X(08).
001350 77  OPJ-TOT1-EDIT                 PIC Z(6)9.
001360 77  OPJ-TOT2-EDIT                 PIC Z(6)9.
001370*
001380* Print-output working fields for the COPYed 9100/9110/9150
001390* pagination paragraphs.
001400*
001410 77  STAMPA-SPOOL-PATH             PIC X(64).
001420 77  STAMPA-TODAY-DATE             PIC 9(08).
001430 77  STAMPA-LINE                   PIC X(132).
001440 77  STAMPA-TITOLO                 PIC X(24)
001450     VALUE "ECCEZIONI ANAGRAFE".
001460 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
001470 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
001480 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
001490 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
001500*
001510 PROCEDURE  DIVISION.
001520*
001530         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
001540         IF OPJ-ESTRATTO-PRESENTE
001550             PERFORM CARICA-ESTRATTO THRU EX-CARICA-ESTRATTO
001560         END-IF.
001570         PERFORM APRI-PRAVIEW   THRU EX-APRI-PRAVIEW.
001580         PERFORM VERIFICA-PRATICA THRU EX-VERIFICA-PRATICA
001590             UNTIL OPJ-EOF.
001600         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001610         GOBACK.
001620*
001630 INIZIO-BATCH.
001640         MOVE SPACES TO OPJ-COMMAND-LINE.
001650         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001660         MOVE SPACES TO OPJ-ARG-COMUNE.
001670         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001680             INTO OPJ-ARG-COMUNE
001690         END-UNSTRING.
001700         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001710         SET OPJ-REPORT-CHIUSO TO TRUE.
001720         MOVE SPACES TO OPJ-COMUNE-CODE.
001730         MOVE "OPENPJ32" TO FILEH-PROGRAMMA.
001740         PERFORM SEGNA-INIZIO-CORSA
001750             THRU EX-SEGNA-INIZIO-CORSA.
001760         OPEN I-O PRAANPR.
001770         IF STATUS-PRAANPR = "35"
001780             OPEN OUTPUT PRAANPR
001790             CLOSE PRAANPR
001800             OPEN I-O PRAANPR
001810         END-IF.
001820         MOVE "PRAANPR"      TO FILEH-NAME.
001830         MOVE STATUS-PRAANPR TO FILEH-STATUS.
001840         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001850         SET OPJ-ESTRATTO-PRESENTE TO TRUE.
001860         OPEN INPUT ANPREXT.
001870         IF STATUS-ANPREXT = "35"
001880             DISPLAY "OPENPJ32: estratto anagrafe assente, "
001890                 "verifica sulla cache"
001900             SET OPJ-ESTRATTO-ASSENTE TO TRUE
001910             GO TO EX-INIZIO-BATCH
001920         END-IF.
001930         MOVE "ANPREXT"      TO FILEH-NAME.
001940         MOVE STATUS-ANPREXT TO FILEH-STATUS.
001950         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001960 EX-INIZIO-BATCH.
001970         EXIT.
001980*
001990* CARICA-ESTRATTO brings the cache level with tonight's extract,
002000* then sweeps it for the persons the extract no longer carries.
002010* An extract with no usable line is taken for a broken drop,
002020* not for an empty anagrafe: the sweep is skipped.
002030*
002040 CARICA-ESTRATTO.
002050         SET OPJ-NOT-EOF TO TRUE.
002060         PERFORM CARICA-RIGA THRU EX-CARICA-RIGA
002070             UNTIL OPJ-EOF.
002080         CLOSE ANPREXT.
002090         IF OPJ-LETTE = 0
002100             DISPLAY "OPENPJ32: estratto anagrafe vuoto, "
002110                 "cache non aggiornata"
002120             GO TO EX-CARICA-ESTRATTO
002130         END-IF.

002140         SET OPJ-NOT-EOF TO TRUE.
002150         MOVE LOW-VALUES TO PRAANPR-KEY.
002160         START PRAANPR KEY IS NOT LESS THAN PRAANPR-KEY
002170             INVALID KEY
002180                 SET OPJ-EOF TO TRUE
002190         END-START.
002200         PERFORM SPAZZA-RIGA THRU EX-SPAZZA-RIGA
002210             UNTIL OPJ-EOF.
002220 EX-CARICA-ESTRATTO.
002230         EXIT.
002240*
002250* CARICA-RIGA files one person. A person whose picture is the
002260* one already cached only gets tonight's date as last seen;
002270* a new or changed one also gets it as date of change, which
002280* is what sends their pratiche back through the check.
002290*
002300 CARICA-RIGA.
002310         READ ANPREXT
002320             AT END
002330                 SET OPJ-EOF TO TRUE
002340                 GO TO EX-CARICA-RIGA
002350         END-READ.
002360         IF ANPX-CODICE-FISCALE = SPACES
002370             OR (NOT ANPX-RESIDENTE
002380                 AND NOT ANPX-DECEDUTO
002390                 AND NOT ANPX-TRASFERITO)
002400             ADD 1 TO OPJ-SCARTATE
002410             GO TO EX-CARICA-RIGA
002420         END-IF.
002430         ADD 1 TO OPJ-LETTE.

002440         MOVE ANPX-CODICE-FISCALE TO PRAANPR-CODICE-FISCALE.
002450         READ PRAANPR
002460             INVALID KEY
002470                 PERFORM NUOVA-PERSONA THRU EX-NUOVA-PERSONA
002480                 GO TO EX-CARICA-RIGA
002490         END-READ.
002500         MOVE OPJ-TODAY-DATE TO PRAANPR-DATA-ESTRATTO.
002510         IF PRAANPR-COGNOME     = ANPX-COGNOME
002520             AND PRAANPR-NOME   = ANPX-NOME
002530             AND PRAANPR-POSIZIONE   = ANPX-POSIZIONE
002540             AND PRAANPR-DATA-EVENTO = ANPX-DATA-EVENTO
002550             REWRITE PRAANPR-RECORD
002560             GO TO EX-CARICA-RIGA
002570         END-IF.
002580         MOVE ANPX-COGNOME        TO PRAANPR-COGNOME.
002590         MOVE ANPX-NOME           TO PRAANPR-NOME.
002600         MOVE ANPX-POSIZIONE      TO PRAANPR-POSIZIONE.
002610         MOVE ANPX-DATA-EVENTO    TO PRAANPR-DATA-EVENTO.
002620         MOVE OPJ-TODAY-DATE      TO PRAANPR-DATA-VARIAZIONE.
002630         REWRITE PRAANPR-RECORD.
002640         ADD 1 TO OPJ-VARIATE.
002650 EX-CARICA-RIGA.
002660         EXIT.
002670*
002680 NUOVA-PERSONA.
002690         INITIALIZE PRAANPR-RECORD.
002700         MOVE ANPX-CODICE-FISCALE TO PRAANPR-CODICE-FISCALE.
002710         MOVE ANPX-COGNOME        TO PRAANPR-COGNOME.
002720         MOVE ANPX-NOME           TO PRAANPR-NOME.
002730         MOVE ANPX-POSIZIONE      TO PRAANPR-POSIZIONE.
002740         MOVE ANPX-DATA-EVENTO    TO PRAANPR-DATA-EVENTO.
002750         MOVE OPJ-TODAY-DATE      TO PRAANPR-DATA-VARIAZIONE.
002760         MOVE OPJ-TODAY-DATE      TO PRAANPR-DATA-ESTRATTO.
002770         WRITE PRAANPR-RECORD
002780             INVALID KEY
002790                 ADD 1 TO OPJ-SCARTATE
002800                 GO TO EX-NUOVA-PERSONA
002810         END-WRITE.
002820         ADD 1 TO OPJ-NUOVE.
002830 EX-NUOVA-PERSONA.
002840         EXIT.
002850*
002860* SPAZZA-RIGA turns a person last seen before tonight into a
002870* cancellato, once: from then on their codice fiscale counts
002880* as unknown to the anagrafe.
002890*
002900 SPAZZA-RIGA.
002910         READ PRAANPR NEXT RECORD
002920             AT END
002930                 SET OPJ-EOF TO TRUE
002940                 GO TO EX-SPAZZA-RIGA
002950         END-READ.
002960         IF PRAANPR-DATA-ESTRATTO NOT < OPJ-TODAY-DATE
002970             OR PRAANPR-CANCELLATO
002980             GO TO EX-SPAZZA-RIGA
002990         END-IF.
003000         SET PRAANPR-CANCELLATO TO TRUE.
003010         MOVE OPJ-TODAY-DATE TO PRAANPR-DATA-VARIAZIONE.
003020         REWRITE PRAANPR-RECORD.
003030         ADD 1 TO OPJ-CANCELLATE.
003040 EX-SPAZZA-RIGA.
003050         EXIT.
003060*
003070* APRI-PRAVIEW positions the walk at the comune asked for, or
003080* at the start of the file, and opens the deleghe: with no
003090* PRADELEG yet only the delegato on the pratica is checked.
003100*
003110 APRI-PRAVIEW.
003120         SET OPJ-NOT-EOF TO TRUE.
003130         OPEN I-O PRAVIEW.
003140         MOVE "PRAVIEW"      TO FILEH-NAME.
003150         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
003160         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003170         SET OPJ-DELEG-PRESENTE TO TRUE.
003180         OPEN INPUT PRADELEG.
003190         IF STATUS-PRADELEG NOT = "00"
003200             SET OPJ-DELEG-ASSENTE TO TRUE
003210         END-IF.
003220         MOVE LOW-VALUES TO PRAVIEW-KEY.
003230         IF OPJ-ARG-COMUNE NOT = SPACES
003240             MOVE OPJ-ARG-COMUNE TO PRAVIEW-COMUNE-CODE
003250         END-IF.
003260         START PRAVIEW KEY IS NOT LESS THAN PRAVIEW-KEY
003270             INVALID KEY
003280                 SET OPJ-EOF TO TRUE
003290         END-START.
003300 EX-APRI-PRAVIEW.
003310         EXIT.
003320*
003330* VERIFICA-PRATICA takes one pratica: concluded ones and rows
003340* carrying no codice fiscale at all are left alone; the rest
003350* are checked again when due, and every one still flagged goes
003360* on its comune's list, marked NUOVA when tonight's check is
003370* what flagged it.
003380*
003390 VERIFICA-PRATICA.
003400         READ PRAVIEW NEXT RECORD
003410             AT END
003420                 SET OPJ-EOF TO TRUE
003430                 GO TO EX-VERIFICA-PRATICA
003440         END-READ.
003450         IF OPJ-ARG-COMUNE NOT = SPACES
003460             AND PRAVIEW-COMUNE-CODE NOT = OPJ-ARG-COMUNE
003470             SET OPJ-EOF TO TRUE
003480             GO TO EX-VERIFICA-PRATICA
003490         END-IF.
003500         IF PRAVIEW-COMUNE-CODE NOT = OPJ-COMUNE-CODE
003510             PERFORM CHIUDI-REPORT THRU EX-CHIUDI-REPORT
003520             MOVE PRAVIEW-COMUNE-CODE TO OPJ-COMUNE-CODE
003530             MOVE 0 TO OPJ-TOT-SEGNALATE
003540             MOVE 0 TO OPJ-TOT-NUOVE
003550         END-IF.
003560         IF PRAVIEW-STATO-CHIUSA
003570             OR PRAVIEW-STATO-ACCOLTA
003580             OR PRAVIEW-STATO-RESPINTA
003590             GO TO EX-VERIFICA-PRATICA
003600         END-IF.
003610         IF PRAVIEW-CODICE-FISCALE = SPACES
003620             AND PRAVIEW-CF-DELEGATO = SPACES
003630             GO TO EX-VERIFICA-PRATICA
003640         END-IF.

003650         SET OPJ-GIA-NOTA TO TRUE.
003660         MOVE PRAVIEW-ANPR-ESITO TO OPJ-OLD-ESITO.
003670         IF PRAVIEW-VERSIONE NUMERIC
003680             MOVE PRAVIEW-VERSIONE TO OPJ-VERSIONE
003690         ELSE
003700             MOVE 0 TO OPJ-VERSIONE
003710         END-IF.
003720         MOVE SPACES TO OPJ-CF-PEGGIORE.
003730         PERFORM DECIDI-RICONTROLLO THRU EX-DECIDI-RICONTROLLO.
003740         IF OPJ-RICONTROLLA
003750             PERFORM CONTROLLA-PRATICA THRU EX-CONTROLLA-PRATICA
003760             ADD 1 TO OPJ-VERIFICATE
003770         ELSE
003780             ADD 1 TO OPJ-DA-CACHE
003790             IF PRAVIEW-ANPR-ANOMALIA
003800                 AND PRAVIEW-ANPR-DELEGATO
003810                 PERFORM VALUTA-SOGGETTI THRU EX-VALUTA-SOGGETTI
003820             END-IF
003830         END-IF.
003840         IF PRAVIEW-ANPR-ANOMALIA
003850             PERFORM STAMPA-SEGNALAZIONE
003860                 THRU EX-STAMPA-SEGNALAZIONE
003870         END-IF.
003880 EX-VERIFICA-PRATICA.
003890         EXIT.
003900*
003910* DECIDI-RICONTROLLO lets an earlier check stand only when the
003920* pratica is the same VERSIONE it was then, no delega was filed
003930* on it since and none of its persons changed in the cache
003940* since the day of the check.
003950*
003960 DECIDI-RICONTROLLO.
003970         SET OPJ-RICONTROLLA TO TRUE.
003980         IF PRAVIEW-ANPR-ESITO = SPACE
003990             OR PRAVIEW-ANPR-DATA NOT NUMERIC
004000             OR PRAVIEW-ANPR-VERSIONE NOT NUMERIC
004010             GO TO EX-DECIDI-RICONTROLLO
004020         END-IF.
004030         IF PRAVIEW-ANPR-VERSIONE NOT = OPJ-VERSIONE
004040             GO TO EX-DECIDI-RICONTROLLO
004050         END-IF.
004060         IF PRAVIEW-CODICE-FISCALE NOT = SPACES
004070             MOVE PRAVIEW-CODICE-FISCALE TO PRAANPR-CODICE-FISCALE
004080             READ PRAANPR
004090                 NOT INVALID KEY
004100                     IF PRAANPR-DATA-VARIAZIONE >
004110                             PRAVIEW-ANPR-DATA
004120                         GO TO EX-DECIDI-RICONTROLLO
004130                     END-IF
004140             END-READ
004150         END-IF.
004160         IF PRAVIEW-CF-DELEGATO NOT = SPACES
004170             MOVE PRAVIEW-CF-DELEGATO TO PRAANPR-CODICE-FISCALE
004180             READ PRAANPR
004190                 NOT INVALID KEY
004200                     IF PRAANPR-DATA-VARIAZIONE >
004210                             PRAVIEW-ANPR-DATA
004220                         GO TO EX-DECIDI-RICONTROLLO
004230                     END-IF
004240             END-READ
004250         END-IF.
004260         SET OPJ-INVARIATA TO TRUE.
004270         IF OPJ-DELEG-ASSENTE
004280             GO TO EX-DECIDI-RICONTROLLO
004290         END-IF.
004300         PERFORM POSIZIONA-DELEGHE THRU EX-POSIZIONA-DELEGHE.
004310         PERFORM DELEGA-VARIATA THRU EX-DELEGA-VARIATA
004320             UNTIL OPJ-SUB-EOF
004330                OR OPJ-RICONTROLLA.
004340 EX-DECIDI-RICONTROLLO.
004350         EXIT.
004360*
004370* CONTROLLA-PRATICA stamps on the row the worst finding on its
004380* persons.
004390*
004400 CONTROLLA-PRATICA.
004410         PERFORM VALUTA-SOGGETTI THRU EX-VALUTA-SOGGETTI.

004420         MOVE OPJ-ESITO      TO PRAVIEW-ANPR-ESITO.
004430         MOVE OPJ-SOGGETTO   TO PRAVIEW-ANPR-SOGGETTO.
004440         MOVE OPJ-TODAY-DATE TO PRAVIEW-ANPR-DATA.
004450         MOVE OPJ-VERSIONE   TO PRAVIEW-ANPR-VERSIONE.
004460         REWRITE PRAVIEW-RECORD.
004470         IF PRAVIEW-ANPR-ANOMALIA
004480             AND PRAVIEW-ANPR-ESITO NOT = OPJ-OLD-ESITO
004490             SET OPJ-NUOVA TO TRUE
004500         END-IF.
004510 EX-CONTROLLA-PRATICA.
004520         EXIT.
004530*
004540* VALUTA-SOGGETTI checks the richiedente, name included, and
004550* every delegato - the one on the row and those of the PRADELEG
004560* deleghe, whose names the pratica does not carry - keeping the
004570* worst finding and whose it is.
004580*
004590 VALUTA-SOGGETTI.
004600         MOVE "R"    TO OPJ-ESITO.
004610         MOVE SPACE  TO OPJ-SOGGETTO.
004620         MOVE 0      TO OPJ-RANGO.
004630         MOVE SPACES TO OPJ-CF-PEGGIORE.
004640         IF PRAVIEW-CODICE-FISCALE NOT = SPACES
004650             MOVE PRAVIEW-CODICE-FISCALE TO OPJ-CF
004660             MOVE "R" TO OPJ-CF-SOGGETTO
004670             SET OPJ-CONFRONTA-NOME TO TRUE
004680             PERFORM CONTROLLA-SOGGETTO
004690                 THRU EX-CONTROLLA-SOGGETTO
004700         END-IF.
004710         IF PRAVIEW-CF-DELEGATO NOT = SPACES
004720             MOVE PRAVIEW-CF-DELEGATO TO OPJ-CF
004730             MOVE "D" TO OPJ-CF-SOGGETTO
004740             SET OPJ-SENZA-NOME TO TRUE
004750             PERFORM CONTROLLA-SOGGETTO
004760                 THRU EX-CONTROLLA-SOGGETTO
004770         END-IF.
004780         IF OPJ-DELEG-ASSENTE
004790             GO TO EX-VALUTA-SOGGETTI
004800         END-IF.
004810         PERFORM POSIZIONA-DELEGHE THRU EX-POSIZIONA-DELEGHE.
004820         PERFORM CONTROLLA-DELEGA THRU EX-CONTROLLA-DELEGA
004830             UNTIL OPJ-SUB-EOF.
004840 EX-VALUTA-SOGGETTI.
004850         EXIT.
004860*
004870 POSIZIONA-DELEGHE.
004880         SET OPJ-SUB-NOT-EOF TO TRUE.
004890         MOVE LOW-VALUES          TO PRADELEG-KEY.
004900         MOVE PRAVIEW-COMUNE-CODE TO PRADELEG-COMUNE-CODE.
004910         MOVE PRAVIEW-PRATICA-ID  TO PRADELEG-PRATICA-ID.
004920         START PRADELEG KEY IS NOT LESS THAN PRADELEG-KEY
004930             INVALID KEY
004940                 SET OPJ-SUB-EOF TO TRUE
004950         END-START.
004960 EX-POSIZIONA-DELEGHE.
004970         EXIT.
004980*
004990 LEGGI-DELEGA.
005000         READ PRADELEG NEXT RECORD
005010             AT END
005020                 SET OPJ-SUB-EOF TO TRUE
005030                 GO TO EX-LEGGI-DELEGA
005040         END-READ.
005050         IF PRADELEG-COMUNE-CODE NOT = PRAVIEW-COMUNE-CODE
005060             OR PRADELEG-PRATICA-ID NOT = PRAVIEW-PRATICA-ID
005070             SET OPJ-SUB-EOF TO TRUE
005080         END-IF.
005090 EX-LEGGI-DELEGA.
005100         EXIT.
005110*
005120* DELEGA-VARIATA sends the pratica back through the check when
005130* the delega was filed after it, or its delegato has changed in
005140* the cache since.
005150*
005160 DELEGA-VARIATA.
005170         PERFORM LEGGI-DELEGA THRU EX-LEGGI-DELEGA.
005180         IF OPJ-SUB-EOF
005190             GO TO EX-DELEGA-VARIATA
005200         END-IF.
005210         IF PRADELEG-DATA > PRAVIEW-ANPR-DATA
005220             SET OPJ-RICONTROLLA TO TRUE
005230             GO TO EX-DELEGA-VARIATA
005240         END-IF.
005250         MOVE PRADELEG-CF-DELEGATO TO PRAANPR-CODICE-FISCALE.
005260         READ PRAANPR
005270             NOT INVALID KEY
005280                 IF PRAANPR-DATA-VARIAZIONE >
005290                         PRAVIEW-ANPR-DATA
005300                     SET OPJ-RICONTROLLA TO TRUE
005310                 END-IF
005320         END-READ.
005330 EX-DELEGA-VARIATA.
005340         EXIT.
005350*
005360 CONTROLLA-DELEGA.
005370         PERFORM LEGGI-DELEGA THRU EX-LEGGI-DELEGA.
005380         IF OPJ-SUB-EOF
005390             OR PRADELEG-CF-DELEGATO = PRAVIEW-CF-DELEGATO
005400             GO TO EX-CONTROLLA-DELEGA
005410         END-IF.
005420         MOVE PRADELEG-CF-DELEGATO TO OPJ-CF.
005430         MOVE "D" TO OPJ-CF-SOGGETTO.
005440         SET OPJ-SENZA-NOME TO TRUE.
005450         PERFORM CONTROLLA-SOGGETTO THRU EX-CONTROLLA-SOGGETTO.
005460 EX-CONTROLLA-DELEGA.
005470         EXIT.
005480*
005490* CONTROLLA-SOGGETTO looks the person in OPJ-CF up in the cache
005500* and keeps the finding when it weighs more than the one held.
005510*
005520 CONTROLLA-SOGGETTO.
005530         MOVE "R" TO OPJ-ESITO-SOGG.
005540         MOVE OPJ-CF TO PRAANPR-CODICE-FISCALE.
005550         READ PRAANPR
005560             INVALID KEY
005570                 MOVE "I" TO OPJ-ESITO-SOGG
005580         END-READ.
005590         IF OPJ-ESITO-SOGG = "R"
005600             EVALUATE TRUE
005610                 WHEN PRAANPR-CANCELLATO
005620                     MOVE "I" TO OPJ-ESITO-SOGG
005630                 WHEN PRAANPR-DECEDUTO
005640                     MOVE "D" TO OPJ-ESITO-SOGG
005650                 WHEN PRAANPR-TRASFERITO
005660                     MOVE "T" TO OPJ-ESITO-SOGG
005670                 WHEN OPJ-CONFRONTA-NOME
005680                     PERFORM CONFRONTA-NOME
005690                         THRU EX-CONFRONTA-NOME
005700             END-EVALUATE
005710         END-IF.

005720         EVALUATE OPJ-ESITO-SOGG
005730             WHEN "N"    MOVE 1 TO OPJ-RANGO-SOGG
005740             WHEN "T"    MOVE 2 TO OPJ-RANGO-SOGG
005750             WHEN "I"    MOVE 3 TO OPJ-RANGO-SOGG
005760             WHEN "D"    MOVE 4 TO OPJ-RANGO-SOGG
005770             WHEN OTHER  MOVE 0 TO OPJ-RANGO-SOGG
005780         END-EVALUATE.
005790         IF OPJ-RANGO-SOGG > OPJ-RANGO
005800             MOVE OPJ-RANGO-SOGG  TO OPJ-RANGO
005810             MOVE OPJ-ESITO-SOGG  TO OPJ-ESITO
005820             MOVE OPJ-CF-SOGGETTO TO OPJ-SOGGETTO
005830             MOVE OPJ-CF          TO OPJ-CF-PEGGIORE
005840         END-IF.
005850 EX-CONTROLLA-SOGGETTO.
005860         EXIT.
005870*
005880* CONFRONTA-NOME holds PRAVIEW-RICHIEDENTE against the anagrafe
005890* name, surname first or name first, letter case aside.
005900*
005910 CONFRONTA-NOME.
005920         MOVE PRAVIEW-RICHIEDENTE TO OPJ-RICHIEDENTE.
005930         MOVE SPACES TO OPJ-NOME-1.
005940         STRING PRAANPR-COGNOME   DELIMITED BY "  "
005950             " "                  DELIMITED BY SIZE
005960             PRAANPR-NOME         DELIMITED BY "  "
005970             INTO OPJ-NOME-1
005980         END-STRING.
005990         MOVE SPACES TO OPJ-NOME-2.
006000         STRING PRAANPR-NOME      DELIMITED BY "  "
006010             " "                  DELIMITED BY SIZE
006020             PRAANPR-COGNOME      DELIMITED BY "  "
006030             INTO OPJ-NOME-2
006040         END-STRING.
006050         INSPECT OPJ-RICHIEDENTE CONVERTING
006060             "abcdefghijklmnopqrstuvwxyz" TO
006070             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006080         INSPECT OPJ-NOME-1 CONVERTING
006090             "abcdefghijklmnopqrstuvwxyz" TO
006100             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006110         INSPECT OPJ-NOME-2 CONVERTING
006120             "abcdefghijklmnopqrstuvwxyz" TO
006130             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006140         IF OPJ-RICHIEDENTE NOT = OPJ-NOME-1
006150             AND OPJ-RICHIEDENTE NOT = OPJ-NOME-2
006160             MOVE "N" TO OPJ-ESITO-SOGG
006170         END-IF.
006180 EX-CONFRONTA-NOME.
006190         EXIT.
006200*
006210* STAMPA-SEGNALAZIONE puts one flagged pratica on its comune's
006220* list, with the person concerned and the istruttore it sits
006230* with.
006240*
006250 STAMPA-SEGNALAZIONE.
006260         IF OPJ-REPORT-CHIUSO
006270             PERFORM APRI-REPORT THRU EX-APRI-REPORT
006280         END-IF.
006290         EVALUATE TRUE
006300             WHEN PRAVIEW-ANPR-DECEDUTO
006310                 MOVE "PERSONA DECEDUTA"     TO OPJ-DESCR
006320             WHEN PRAVIEW-ANPR-INESISTENTE
006330                 MOVE "CF NON IN ANAGRAFE"   TO OPJ-DESCR
006340             WHEN PRAVIEW-ANPR-TRASFERITO
006350                 MOVE "PERSONA TRASFERITA"   TO OPJ-DESCR
006360             WHEN OTHER
006370                 MOVE "NOME DIFFORME"        TO OPJ-DESCR
006380         END-EVALUATE.
006390         IF PRAVIEW-ANPR-DELEGATO
006400             MOVE "DELEGATO"             TO OPJ-SOGG-DESCR
006410             MOVE OPJ-CF-PEGGIORE        TO OPJ-CF-STAMPA
006420             IF OPJ-CF-PEGGIORE = SPACES
006430                 MOVE PRAVIEW-CF-DELEGATO TO OPJ-CF-STAMPA
006440             END-IF
006450         ELSE
006460             MOVE "RICHIEDENTE"          TO OPJ-SOGG-DESCR
006470             MOVE PRAVIEW-CODICE-FISCALE TO OPJ-CF-STAMPA
006480         END-IF.
006490         MOVE SPACES TO OPJ-SEGNALA.
006500         IF OPJ-NUOVA
006510             MOVE "NUOVA" TO OPJ-SEGNALA
006520             ADD 1 TO OPJ-TOT-NUOVE
006530         END-IF.
006540         ADD 1 TO OPJ-TOT-SEGNALATE.
006550         ADD 1 TO OPJ-SEGNALATE.

006560         MOVE SPACES TO STAMPA-LINE.
006570         STRING PRAVIEW-PRATICA-ID   DELIMITED BY SIZE
006580             " "                     DELIMITED BY SIZE
006590             PRAVIEW-STATO           DELIMITED BY SIZE
006600             " "                     DELIMITED BY SIZE
006610             OPJ-SOGG-DESCR          DELIMITED BY SIZE
006620             OPJ-CF-STAMPA           DELIMITED BY SIZE
006630             " "                     DELIMITED BY SIZE
006640             OPJ-DESCR               DELIMITED BY SIZE
006650             " "                     DELIMITED BY SIZE
006660             PRAVIEW-ASSEGNATARIO    DELIMITED BY SIZE
006670             " "                     DELIMITED BY SIZE
006680             OPJ-SEGNALA             DELIMITED BY SIZE
006690             INTO STAMPA-LINE
006700         END-STRING.
006710         PERFORM 9150-WRITE-STAMPA-LINE
006720             THRU EX-9150-WRITE-STAMPA-LINE.
006730         IF PRAVIEW-ANPR-NOME-DIFF
006740             PERFORM STAMPA-NOMI THRU EX-STAMPA-NOMI
006750         END-IF.
006760 EX-STAMPA-SEGNALAZIONE.
006770         EXIT.
006780*
006790* STAMPA-NOMI sets the name on the pratica under the one the
006800* anagrafe holds, so the istruttore sees the difference.
006810*
006820 STAMPA-NOMI.
006830         MOVE PRAVIEW-CODICE-FISCALE TO PRAANPR-CODICE-FISCALE.
006840         READ PRAANPR
006850             INVALID KEY
006860                 MOVE SPACES TO PRAANPR-COGNOME
006870                 MOVE SPACES TO PRAANPR-NOME
006880         END-READ.
006890         MOVE SPACES TO STAMPA-LINE.
006900         STRING "           IN PRATICA  " DELIMITED BY SIZE
006910             PRAVIEW-RICHIEDENTE  DELIMITED BY SIZE
006920             INTO STAMPA-LINE
006930         END-STRING.
006940         PERFORM 9150-WRITE-STAMPA-LINE
006950             THRU EX-9150-WRITE-STAMPA-LINE.
006960         MOVE SPACES TO STAMPA-LINE.
006970         STRING "           IN ANAGRAFE " DELIMITED BY SIZE
006980             PRAANPR-COGNOME      DELIMITED BY "  "
006990             " "                  DELIMITED BY SIZE
007000             PRAANPR-NOME         DELIMITED BY "  "
007010             INTO STAMPA-LINE
007020         END-STRING.
007030         PERFORM 9150-WRITE-STAMPA-LINE
007040             THRU EX-9150-WRITE-STAMPA-LINE.
007050 EX-STAMPA-NOMI.
007060         EXIT.
007070*
007080* APRI-REPORT opens the comune's spool at its first flagged
007090* pratica: a comune with nothing to report gets no list.
007100*
007110 APRI-REPORT.
007120         MOVE SPACES TO STAMPA-SPOOL-PATH.
007130         STRING "ANPRANOM."       DELIMITED BY SIZE
007140             OPJ-COMUNE-CODE      DELIMITED BY SIZE
007150             "."                  DELIMITED BY SIZE
007160             OPJ-TODAY-DATE       DELIMITED BY SIZE
007170             INTO STAMPA-SPOOL-PATH
007180         END-STRING.
007190         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
007200         SET OPJ-REPORT-APERTO TO TRUE.
007210         ADD 1 TO OPJ-REPORTS.

007220         MOVE SPACES TO STAMPA-LINE.
007230         STRING "COMUNE "         DELIMITED BY SIZE
007240             OPJ-COMUNE-CODE      DELIMITED BY SIZE
007250             "  PRATICHE APERTE CON ECCEZIONI ANAGRAFICHE"
007260                                  DELIMITED BY SIZE
007270             INTO STAMPA-LINE
007280         END-STRING.
007290         PERFORM 9150-WRITE-STAMPA-LINE
007300             THRU EX-9150-WRITE-STAMPA-LINE.
007310         MOVE SPACES TO STAMPA-LINE.
007320         PERFORM 9150-WRITE-STAMPA-LINE
007330             THRU EX-9150-WRITE-STAMPA-LINE.
007340         STRING "PRATICA    ST SOGGETTO    CODICE FISCALE   "
007350                 DELIMITED BY SIZE
007360             "ESITO                ISTRUTTORE"
007370                 DELIMITED BY SIZE
007380             INTO STAMPA-LINE
007390         END-STRING.
007400         PERFORM 9150-WRITE-STAMPA-LINE
007410             THRU EX-9150-WRITE-STAMPA-LINE.
007420 EX-APRI-REPORT.
007430         EXIT.
007440*
007450* CHIUDI-REPORT prints the comune's totals and closes its spool.
007460*
007470 CHIUDI-REPORT.
007480         IF OPJ-REPORT-CHIUSO
007490             GO TO EX-CHIUDI-REPORT
007500         END-IF.
007510         MOVE OPJ-TOT-SEGNALATE TO OPJ-TOT1-EDIT.
007520         MOVE OPJ-TOT-NUOVE     TO OPJ-TOT2-EDIT.
007530         MOVE SPACES TO STAMPA-LINE.
007540         PERFORM 9150-WRITE-STAMPA-LINE
007550             THRU EX-9150-WRITE-STAMPA-LINE.
007560         STRING "PRATICHE SEGNALATE " DELIMITED BY SIZE
007570             OPJ-TOT1-EDIT        DELIMITED BY SIZE
007580             "  DI CUI NUOVE "    DELIMITED BY SIZE
007590             OPJ-TOT2-EDIT        DELIMITED BY SIZE
007600             INTO STAMPA-LINE
007610         END-STRING.
007620         PERFORM 9150-WRITE-STAMPA-LINE
007630             THRU EX-9150-WRITE-STAMPA-LINE.
007640         CLOSE PRASTAMPA.
007650         SET OPJ-REPORT-CHIUSO TO TRUE.
007660 EX-CHIUDI-REPORT.
007670         EXIT.
007680*
007690 FINE-BATCH.
007700         PERFORM CHIUDI-REPORT THRU EX-CHIUDI-REPORT.
007710         CLOSE PRAVIEW.
007720         IF OPJ-DELEG-PRESENTE
007730             CLOSE PRADELEG
007740         END-IF.
007750         CLOSE PRAANPR.
007760         DISPLAY "OPENPJ32: estratto righe " OPJ-LETTE
007770             " scartate " OPJ-SCARTATE
007780             " nuove " OPJ-NUOVE
007790             " variate " OPJ-VARIATE
007800             " cancellate " OPJ-CANCELLATE.
007810         DISPLAY "OPENPJ32: pratiche verificate " OPJ-VERIFICATE
007820             " invariate " OPJ-DA-CACHE
007830             " segnalate " OPJ-SEGNALATE
007840             " elenchi " OPJ-REPORTS.
007850         MOVE OPJ-VERIFICATE TO RUNLG-CONTA.
007860         PERFORM SEGNA-FINE-CORSA
007870             THRU EX-SEGNA-FINE-CORSA.
007880 EX-FINE-BATCH.
007890         EXIT.

007900         COPY "PIOWEB1.CBL".

007910         COPY "PJCHECK.CBL".

007920         COPY "PJRUNLOG.CBL".
