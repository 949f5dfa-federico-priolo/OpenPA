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
000190** flusso batch mensile per la ragioneria: in modo "ESPORTA comune
000200** aaaamm" percorre i pagamenti PRAPAY incassati nel mese, ripartisce
000210** ciascuno sulle voci con cui il servizio OPENPS01 ha composto
000220** l'importo della pratica - diritti di istruttoria, tariffa della
000230** categoria e quota di bollo - ne ricava capitolo di bilancio e
000240** accertamento dalla mappa PRACAPI del comune per l'esercizio, e
000250** scrive il flusso RAGFLUS a tracciato fisso che il programma di
000260** contabilita' importa per emettere le reversali; i rimborsi
000270** disposti da OPENPJ15 (le righe PRAPAY negative) vengono
000280** ripartiti allo stesso modo e portati in detrazione. La stampa di
000290** controllo esce per capitolo attraverso i paragrafi condivisi
000300** 9110/9150. Un mese gia' inviato non si riesporta finche' un
000310** operatore non lo riapre ("RIAPRI comune aaaamm operatore"); la
000320** mappa si tiene con "MAPPA comune aaaa voce capitolo
000330** accertamento". Un mese con quote senza capitolo non viene dato
000340** per inviato: il flusso resta da non consegnare.
000350*
000360 IDENTIFICATION   DIVISION.
000370 PROGRAM-ID.      OPENPJ25.
000380 ENVIRONMENT      DIVISION.
000390 CONFIGURATION    SECTION.
000400         COPY "SPECIAL.CBL".
000410 INPUT-OUTPUT     SECTION.
000420 FILE-CONTROL.

000430         COPY "SELVIEW.CBL".
000440         COPY "SELTAB.CBL".
000450         COPY "SELPAY.CBL".
000460         COPY "SELCAPI.CBL".
000470         COPY "SELRAGC.CBL".
000480         COPY "SELRAGF.CBL".
000490         COPY "SELSTAMPA.CBL".

000500         COPY "SELRUNLG.CBL".

000510 DATA             DIVISION.
000520 FILE SECTION.

000530         COPY "FDEVIEW.CBL".
000540         COPY "FDETAB.CBL".
000550         COPY "FDEPAY.CBL".
000560         COPY "FDECAPI.CBL".
000570         COPY "FDERAGC.CBL".
000580         COPY "FDERAGF.CBL".
000590         COPY "FDESTAMPA.CBL".

000600         COPY "FDERUNLG.CBL".

000610 WORKING-STORAGE  SECTION.

000620         COPY "GLOBALS.CBL".
000630         COPY "FILEHWS.CBL".
000640         COPY "RUNLGWS.CBL".
000650         COPY "FEECALC.CBL".
000660*
000670 77  OPJ-COMMAND-LINE              PIC X(80).
000680 77  OPJ-MODO                      PIC X(08).
000690     88  OPJ-MODO-ESPORTA              VALUE "ESPORTA".
000700     88  OPJ-MODO-RIAPRI               VALUE "RIAPRI".
000710     88  OPJ-MODO-MAPPA                VALUE "MAPPA".
000720 77  OPJ-COMUNE-CODE               PIC X(06).
000730 77  OPJ-ARG-VOCE                  PIC X(30).
000740 77  OPJ-ARG-CAPITOLO              PIC X(30).
000750 77  OPJ-ARG-ACCERTAMENTO          PIC X(30).
000760*
000770* The month (aaaamm) of ESPORTA and RIAPRI, or the esercizio
000780* (aaaa) of MAPPA, as typed on the command line.
000790*
000800 01  OPJ-PERIODO-X                 PIC X(06).
000810 01  OPJ-PERIODO REDEFINES OPJ-PERIODO-X.
000820     05  OPJ-PERIODO-ANNO          PIC 9(04).
000830     05  OPJ-PERIODO-MESE          PIC 9(02).
000840 01  OPJ-PERIODO-NUM REDEFINES OPJ-PERIODO-X
000850                                   PIC 9(06).
000860 77  OPJ-TODAY-DATE                PIC 9(08).
000870 77  OPJ-TODAY-MESE                PIC 9(06).
000880 77  OPJ-EOF-SW                    PIC X(01).
000890     88  OPJ-EOF                       VALUE "S".
000900     88  OPJ-NOT-EOF                   VALUE "N".
000910 77  OPJ-VIEW-SW                   PIC X(01).
000920     88  OPJ-VIEW-TROVATA              VALUE "S".
000930     88  OPJ-VIEW-MANCANTE             VALUE "N".
000940 77  OPJ-PAGAMENTI                 PIC 9(07) COMP-5 VALUE 0.
000950 77  OPJ-RIMBORSI                  PIC 9(07) COMP-5 VALUE 0.
000960 77  OPJ-RIGHE-FLUSSO              PIC 9(07) COMP-5 VALUE 0.
000970 77  OPJ-SENZA-PRATICA             PIC 9(07) COMP-5 VALUE 0.
000980 77  OPJ-QUOTE-NON-MAPPATE         PIC 9(07) COMP-5 VALUE 0.
000990 77  OPJ-TOTALE-PRAPAY             PIC S9(11)V99 COMP-3 VALUE 0.
001000 77  OPJ-TOTALE-INCASSI            PIC S9(11)V99 COMP-3 VALUE 0.
001010 77  OPJ-TOTALE-RIMBORSI           PIC S9(11)V99 COMP-3 VALUE 0.
001020 77  OPJ-TOTALE-NETTO              PIC S9(11)V99 COMP-3 VALUE 0.
001030*
001040* The shares one payment splits into: one per voce of the fee
001050* composition, each with the amount the composition gave it
001060* (the weight) and the part of the payment it takes.
001070*
001080 01  OPJ-QUOTE-AREA.
001090     05  OPJ-QUOTA OCCURS 12 TIMES.
001100         10  OPJ-QUOTA-VOCE        PIC X(06).
001110         10  OPJ-QUOTA-BASE        PIC S9(9)V99 COMP-3.
001120         10  OPJ-QUOTA-IMPORTO     PIC S9(9)V99 COMP-3.
001130 77  OPJ-QUOTE-COUNT               PIC 9(02) COMP-5.
001140 77  OPJ-QUOTE-BASE                PIC S9(9)V99 COMP-3.
001150 77  OPJ-QUOTE-RIPARTITO           PIC S9(9)V99 COMP-3.
001160 77  OPJ-QX                        PIC 9(02) COMP-5.
001170 77  OPJ-QUOTA-TROVATA             PIC 9(02) COMP-5.
001180 77  OPJ-FX                        PIC 9(02) COMP-5.
001190 77  OPJ-VOCE                      PIC X(06).
001200 77  OPJ-BASE-RIGA                 PIC S9(9)V99 COMP-3.
001210 77  OPJ-BOLLO                     PIC S9(9)V99 COMP-3.
001220*
001230* Month totals per capitolo and accertamento, written as the "C"
001240* lines of the flow and printed as the control listing.
001250*
001260 01  OPJ-CAPITOLI-AREA.
001270     05  OPJ-CAP OCCURS 200 TIMES.
001280         10  OPJ-CAP-CAPITOLO      PIC X(12).
001290         10  OPJ-CAP-ACCERTAMENTO  PIC X(12).
001300         10  OPJ-CAP-NUM-RIGHE     PIC 9(07) COMP-5.
001310         10  OPJ-CAP-INCASSI       PIC S9(11)V99 COMP-3.
001320         10  OPJ-CAP-RIMBORSI      PIC S9(11)V99 COMP-3.
001330 77  OPJ-CAP-COUNT                 PIC 9(04) COMP-5 VALUE 0.
001340 77  OPJ-CAP-MAX                   PIC 9(04) COMP-5 VALUE 200.
001350 77  OPJ-CAP-OLTRE-CAP             PIC 9(07) COMP-5 VALUE 0.
001360 77  OPJ-CX                        PIC 9(04) COMP-5.
001370 77  OPJ-CAP-TROVATO               PIC 9(04) COMP-5.
001380 77  OPJ-CAP-NETTO                 PIC S9(11)V99 COMP-3.
001390*
001400* Voci met in the month with no PRACAPI row for the esercizio,
001410* listed at the foot of the control print for the ragioneria.
001420*
001430 01  OPJ-NOMAP-AREA.
001440     05  OPJ-NOMAP OCCURS 50 TIMES.
001450         10  OPJ-NOMAP-VOCE        PIC X(06).
001460         10  OPJ-NOMAP-QUOTE       PIC 9(07) COMP-5.
001470 77  OPJ-NOMAP-COUNT               PIC 9(02) COMP-5 VALUE 0.
001480 77  OPJ-NOMAP-MAX                 PIC 9(02) COMP-5 VALUE 50.
001490 77  OPJ-NX                        PIC 9(02) COMP-5.
001500 77  OPJ-NOMAP-TROVATA             PIC 9(02) COMP-5.
001510*
001520 77  RAGF-PATH                     PIC X(64).
001530 77  OPJ-RIGHE-EDIT                PIC Z(6)9.
001540 77  OPJ-INCASSI-EDIT              PIC Z(10)9,99-.
001550 77  OPJ-RIMBORSI-EDIT             PIC Z(10)9,99-.
001560 77  OPJ-NETTO-EDIT                PIC Z(10)9,99-.
001570*
001580* Print-output working fields for the COPYed 9100/9110/9150
001590* pagination paragraphs.
001600*
001610 77  STAMPA-SPOOL-PATH             PIC X(64).
001620 77  STAMPA-TODAY-DATE             PIC 9(08).
001630 77  STAMPA-LINE                   PIC X(132).
001640 77  STAMPA-TITOLO                 PIC X(24)
001650     VALUE "EXPORT RAGIONERIA".
001660 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
001670 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
001680 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
001690 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
001700*
001710 PROCEDURE  DIVISION.
001720*
001730         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.

001740         EVALUATE TRUE
001750             WHEN OPJ-MODO-ESPORTA
001760                 PERFORM ESPORTA-MESE
001770                     THRU EX-ESPORTA-MESE
001780             WHEN OPJ-MODO-RIAPRI
001790                 PERFORM RIAPRI-MESE
001800                     THRU EX-RIAPRI-MESE
001810             WHEN OPJ-MODO-MAPPA
001820                 PERFORM MAPPA-VOCE
001830                     THRU EX-MAPPA-VOCE
001840             WHEN OTHER
001850                 DISPLAY "OPENPJ25: uso ESPORTA comune aaaamm, "
001860                     "RIAPRI comune aaaamm operatore oppure "
001870                     "MAPPA comune aaaa voce capitolo "
001880                     "accertamento"
001890                 MOVE 12 TO RETURN-CODE
001900         END-EVALUATE.

001910         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001920         GOBACK.
001930*
001940* INIZIO-BATCH reads "MODO COMUNE PERIODO ..." off the command
001950* line the way OPENPJ16 reads its own; each mode opens the files
001960* it works on.
001970*
001980 INIZIO-BATCH.
001990         MOVE SPACES TO OPJ-COMMAND-LINE.
002000         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
002010         MOVE SPACES TO OPJ-MODO.
002020         MOVE SPACES TO OPJ-COMUNE-CODE.
002030         MOVE SPACES TO OPJ-PERIODO-X.
002040         MOVE SPACES TO OPJ-ARG-VOCE.
002050         MOVE SPACES TO OPJ-ARG-CAPITOLO.
002060         MOVE SPACES TO OPJ-ARG-ACCERTAMENTO.
002070         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
002080             INTO OPJ-MODO OPJ-COMUNE-CODE OPJ-PERIODO-X
002090                  OPJ-ARG-VOCE OPJ-ARG-CAPITOLO
002100                  OPJ-ARG-ACCERTAMENTO
002110         END-UNSTRING.
002120         IF OPJ-COMUNE-CODE = SPACES
002130             MOVE SPACES TO OPJ-MODO
002140         END-IF.
002150         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
002160         MOVE OPJ-TODAY-DATE(1:6) TO OPJ-TODAY-MESE.
002170         SET OPJ-NOT-EOF TO TRUE.
002180         MOVE "OPENPJ25" TO FILEH-PROGRAMMA.
002190         PERFORM SEGNA-INIZIO-CORSA
002200             THRU EX-SEGNA-INIZIO-CORSA.
002210 EX-INIZIO-BATCH.
002220         EXIT.
002230*
002240* CONTROLLA-MESE accepts only a month already over: the current
002250* month is still collecting and the ragioneria books it whole.
002260*
002270 CONTROLLA-MESE.
002280         IF OPJ-PERIODO-X NOT NUMERIC
002290             OR OPJ-PERIODO-MESE < 1
002300             OR OPJ-PERIODO-MESE > 12
002310             DISPLAY "OPENPJ25: mese non valido " OPJ-PERIODO-X
002320             MOVE 12 TO RETURN-CODE
002330             GO TO EX-CONTROLLA-MESE
002340         END-IF.
002350         IF OPJ-PERIODO-NUM NOT < OPJ-TODAY-MESE
002360             DISPLAY "OPENPJ25: il mese " OPJ-PERIODO-X
002370                 " non e' ancora chiuso"
002380             MOVE 12 TO RETURN-CODE
002390         END-IF.
002400 EX-CONTROLLA-MESE.
002410         EXIT.
002420*
002430* ESPORTA-MESE refuses a month the book says was sent and not
002440* reopened; otherwise it walks the comune's payments, writes the
002450* flow and the control print, and books the month as sent only
002460* when every share found its capitolo.
002470*
002480 ESPORTA-MESE.
002490         PERFORM CONTROLLA-MESE THRU EX-CONTROLLA-MESE.
002500         IF RETURN-CODE NOT = 0
002510             GO TO EX-ESPORTA-MESE
002520         END-IF.
002530         PERFORM APRI-CONTROLLO THRU EX-APRI-CONTROLLO.
002540         MOVE OPJ-COMUNE-CODE TO RAGCTRL-COMUNE-CODE.
002550         MOVE OPJ-PERIODO-NUM TO RAGCTRL-PERIODO.
002560         READ RAGCTRL
002570             INVALID KEY
002580                 INITIALIZE RAGCTRL-RECORD
002590                 MOVE OPJ-COMUNE-CODE TO RAGCTRL-COMUNE-CODE
002600                 MOVE OPJ-PERIODO-NUM TO RAGCTRL-PERIODO
002610         END-READ.
002620         IF RAGCTRL-INVIATO
002630             DISPLAY "OPENPJ25: mese " OPJ-PERIODO-X
002640                 " gia' inviato il " RAGCTRL-DATA-INVIO
002650                 ", riaprirlo prima di riesportarlo"
002660             CLOSE RAGCTRL
002670             MOVE 8 TO RETURN-CODE
002680             GO TO EX-ESPORTA-MESE
002690         END-IF.

002700         OPEN INPUT  PRAVIEW.
002710         MOVE "PRAVIEW"      TO FILEH-NAME.
002720         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
002730         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002740         OPEN INPUT  PRAPAY.
002750         MOVE "PRAPAY"       TO FILEH-NAME.
002760         MOVE STATUS-PRAPAY  TO FILEH-STATUS.
002770         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002780         OPEN INPUT  PRACAPI.
002790         MOVE "PRACAPI"      TO FILEH-NAME.
002800         MOVE STATUS-PRACAPI TO FILEH-STATUS.
002810         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002820         MOVE SPACES TO RAGF-PATH.
002830         STRING "RAGFLUS."        DELIMITED BY SIZE
002840             OPJ-COMUNE-CODE      DELIMITED BY SIZE
002850             "."                  DELIMITED BY SIZE
002860             OPJ-PERIODO-X        DELIMITED BY SIZE
002870             INTO RAGF-PATH
002880         END-STRING.
002890         OPEN OUTPUT RAGFLUS.
002900         MOVE "RAGFLUS"      TO FILEH-NAME.
002910         MOVE STATUS-RAGFLUS TO FILEH-STATUS.
002920         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

002930         MOVE LOW-VALUES      TO PRAPAY-KEY.
002940         MOVE OPJ-COMUNE-CODE TO PRAPAY-COMUNE-CODE.
002950         START PRAPAY KEY IS NOT LESS THAN PRAPAY-KEY
002960             INVALID KEY
002970                 SET OPJ-EOF TO TRUE
002980         END-START.
002990         PERFORM ESAMINA-PAGAMENTO THRU EX-ESAMINA-PAGAMENTO
003000             UNTIL OPJ-EOF.

003010         PERFORM SCRIVI-CAPITOLO THRU EX-SCRIVI-CAPITOLO
003020             VARYING OPJ-CX FROM 1 BY 1
003030             UNTIL OPJ-CX > OPJ-CAP-COUNT.
003040         PERFORM SCRIVI-TOTALI THRU EX-SCRIVI-TOTALI.
003050         PERFORM STAMPA-CONTROLLO THRU EX-STAMPA-CONTROLLO.

003060         CLOSE PRAVIEW.
003070         CLOSE PRAPAY.
003080         CLOSE PRACAPI.
003090         CLOSE RAGFLUS.
003100         IF OPJ-QUOTE-NON-MAPPATE > 0
003110             OR OPJ-CAP-OLTRE-CAP > 0
003120             DISPLAY "OPENPJ25: quote senza capitolo "
003130                 OPJ-QUOTE-NON-MAPPATE
003140                 ", flusso da non consegnare"
003150             CLOSE RAGCTRL
003160             MOVE 8 TO RETURN-CODE
003170             GO TO EX-ESPORTA-MESE
003180         END-IF.
003190         PERFORM SEGNA-INVIATO THRU EX-SEGNA-INVIATO.
003200         CLOSE RAGCTRL.
003210 EX-ESPORTA-MESE.
003220         EXIT.
003230*
003240* APRI-CONTROLLO opens the export book, created empty the first
003250* time any comune exports.
003260*
003270 APRI-CONTROLLO.
003280         OPEN I-O RAGCTRL.
003290         IF STATUS-RAGCTRL = "35"
003300             OPEN OUTPUT RAGCTRL
003310             CLOSE RAGCTRL
003320             OPEN I-O RAGCTRL
003330         END-IF.
003340         MOVE "RAGCTRL"      TO FILEH-NAME.
003350         MOVE STATUS-RAGCTRL TO FILEH-STATUS.
003360         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003370 EX-APRI-CONTROLLO.
003380         EXIT.
003390*
003400* ESAMINA-PAGAMENTO takes one PRAPAY row of the comune; rows of
003410* other months are passed over, a negative row is a rimborso
003420* disposed by OPENPJ15 and goes out with the minus sign.
003430*
003440 ESAMINA-PAGAMENTO.
003450         READ PRAPAY NEXT RECORD
003460             AT END
003470                 SET OPJ-EOF TO TRUE
003480                 GO TO EX-ESAMINA-PAGAMENTO
003490         END-READ.
003500         IF PRAPAY-COMUNE-CODE NOT = OPJ-COMUNE-CODE
003510             SET OPJ-EOF TO TRUE
003520             GO TO EX-ESAMINA-PAGAMENTO
003530         END-IF.
003540         IF PRAPAY-DATA-INCASSO(1:6) NOT = OPJ-PERIODO-X
003550             OR PRAPAY-IMPORTO = 0
003560             GO TO EX-ESAMINA-PAGAMENTO
003570         END-IF.

003580         ADD PRAPAY-IMPORTO TO OPJ-TOTALE-PRAPAY.
003590         IF PRAPAY-IMPORTO < 0
003600             ADD 1 TO OPJ-RIMBORSI
003610         ELSE
003620             ADD 1 TO OPJ-PAGAMENTI
003630         END-IF.
003640         PERFORM COMPONI-QUOTE THRU EX-COMPONI-QUOTE.
003650         PERFORM RIPARTISCI-QUOTE THRU EX-RIPARTISCI-QUOTE.
003660         PERFORM SCRIVI-QUOTA THRU EX-SCRIVI-QUOTA
003670             VARYING OPJ-QX FROM 1 BY 1
003680             UNTIL OPJ-QX > OPJ-QUOTE-COUNT.
003690 EX-ESAMINA-PAGAMENTO.
003700         EXIT.
003710*
003720* COMPONI-QUOTE asks OPENPS01 for the composition of the
003730* pratica's fee, as the summary print does: the first line and
003740* the surcharge after the tariffa lines are diritti, each tariffa
003750* line belongs to its categoria, and whatever the dovuto carries
003760* beyond the composed fee is the bollo. A pratica no longer in
003770* PRAVIEW, or with nothing composed, puts the whole payment on
003780* the diritti.
003790*
003800 COMPONI-QUOTE.
003810         MOVE 0 TO OPJ-QUOTE-COUNT.
003820         MOVE 0 TO OPJ-QUOTE-BASE.
003830         MOVE PRAPAY-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
003840         MOVE PRAPAY-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
003850         SET OPJ-VIEW-TROVATA TO TRUE.
003860         READ PRAVIEW
003870             INVALID KEY
003880                 SET OPJ-VIEW-MANCANTE TO TRUE
003890         END-READ.
003900         IF OPJ-VIEW-MANCANTE
003910             ADD 1 TO OPJ-SENZA-PRATICA
003920             MOVE SPACES TO PRAVIEW-PROTOCOLLO
003930         ELSE
003940             PERFORM COMPONI-TARIFFA THRU EX-COMPONI-TARIFFA
003950         END-IF.
003960         IF OPJ-QUOTE-BASE NOT > 0
003970             MOVE 0        TO OPJ-QUOTE-COUNT
003980             MOVE 0        TO OPJ-QUOTE-BASE
003990             MOVE "DIRITT" TO OPJ-VOCE
004000             MOVE 1        TO OPJ-BASE-RIGA
004010             PERFORM AGGIUNGI-QUOTA THRU EX-AGGIUNGI-QUOTA
004020         END-IF.
004030 EX-COMPONI-QUOTE.
004040         EXIT.
004050*
004060 COMPONI-TARIFFA.
004070         MOVE PRAVIEW-COMUNE-CODE TO FEE-COMUNE-CODE.
004080         MOVE 1                   TO FEE-CATEGORIA-COUNT.
004090         MOVE PRAVIEW-CATEGORIA   TO FEE-CATEGORIA(1).
004100         CALL "OPENPS01" USING FEECALC-AREA.
004110         PERFORM COMPONI-RIGA THRU EX-COMPONI-RIGA
004120             VARYING OPJ-FX FROM 1 BY 1
004130             UNTIL OPJ-FX > FEE-RIGHE-COUNT.
004140         COMPUTE OPJ-BOLLO =
004150             PRAVIEW-IMPORTO-DOVUTO - FEE-IMPORTO-TOTALE.
004160         IF OPJ-BOLLO > 0
004170             MOVE "BOLLO"   TO OPJ-VOCE
004180             MOVE OPJ-BOLLO TO OPJ-BASE-RIGA
004190             PERFORM AGGIUNGI-QUOTA THRU EX-AGGIUNGI-QUOTA
004200         END-IF.
004210 EX-COMPONI-TARIFFA.
004220         EXIT.
004230*
004240 COMPONI-RIGA.
004250         IF OPJ-FX > 1
004260             AND OPJ-FX NOT > FEE-CATEGORIA-COUNT + 1
004270             MOVE FEE-CATEGORIA(OPJ-FX - 1) TO OPJ-VOCE
004280         ELSE
004290             MOVE "DIRITT" TO OPJ-VOCE
004300         END-IF.
004310         MOVE FEE-RIGA-IMPORTO(OPJ-FX) TO OPJ-BASE-RIGA.
004320         IF OPJ-BASE-RIGA > 0
004330             PERFORM AGGIUNGI-QUOTA THRU EX-AGGIUNGI-QUOTA
004340         END-IF.
004350 EX-COMPONI-RIGA.
004360         EXIT.
004370*
004380* AGGIUNGI-QUOTA adds the weight to the voce's share, opening it
004390* the first time the voce comes up.
004400*
004410 AGGIUNGI-QUOTA.
004420         ADD OPJ-BASE-RIGA TO OPJ-QUOTE-BASE.
004430         MOVE 0 TO OPJ-QUOTA-TROVATA.
004440         PERFORM CONFRONTA-QUOTA THRU EX-CONFRONTA-QUOTA
004450             VARYING OPJ-QX FROM 1 BY 1
004460             UNTIL OPJ-QX > OPJ-QUOTE-COUNT
004470             OR OPJ-QUOTA-TROVATA > 0.
004480         IF OPJ-QUOTA-TROVATA = 0
004490             IF OPJ-QUOTE-COUNT NOT < 12
004500                 MOVE 12 TO OPJ-QUOTA-TROVATA
004510             ELSE
004520                 ADD 1 TO OPJ-QUOTE-COUNT
004530                 MOVE OPJ-QUOTE-COUNT TO OPJ-QUOTA-TROVATA
004540                 MOVE OPJ-VOCE
004550                     TO OPJ-QUOTA-VOCE(OPJ-QUOTA-TROVATA)
004560                 MOVE 0 TO OPJ-QUOTA-BASE(OPJ-QUOTA-TROVATA)
004570             END-IF
004580         END-IF.
004590         ADD OPJ-BASE-RIGA TO OPJ-QUOTA-BASE(OPJ-QUOTA-TROVATA).
004600 EX-AGGIUNGI-QUOTA.
004610         EXIT.
004620*
004630 CONFRONTA-QUOTA.
004640         IF OPJ-QUOTA-VOCE(OPJ-QX) = OPJ-VOCE
004650             MOVE OPJ-QX TO OPJ-QUOTA-TROVATA
004660         END-IF.
004670 EX-CONFRONTA-QUOTA.
004680         EXIT.
004690*
004700* RIPARTISCI-QUOTE splits the payment in proportion to the
004710* weights, rounded to the cent; the last share takes what the
004720* rounding left, so the shares always add up to the payment.
004730*
004740 RIPARTISCI-QUOTE.
004750         MOVE 0 TO OPJ-QUOTE-RIPARTITO.
004760         PERFORM CALCOLA-QUOTA THRU EX-CALCOLA-QUOTA
004770             VARYING OPJ-QX FROM 1 BY 1
004780             UNTIL OPJ-QX NOT < OPJ-QUOTE-COUNT.
004790         COMPUTE OPJ-QUOTA-IMPORTO(OPJ-QUOTE-COUNT) =
004800             PRAPAY-IMPORTO - OPJ-QUOTE-RIPARTITO.
004810 EX-RIPARTISCI-QUOTE.
004820         EXIT.
004830*
004840 CALCOLA-QUOTA.
004850         COMPUTE OPJ-QUOTA-IMPORTO(OPJ-QX) ROUNDED =
004860             PRAPAY-IMPORTO * OPJ-QUOTA-BASE(OPJ-QX)
004870             / OPJ-QUOTE-BASE.
004880         ADD OPJ-QUOTA-IMPORTO(OPJ-QX) TO OPJ-QUOTE-RIPARTITO.
004890 EX-CALCOLA-QUOTA.
004900         EXIT.
004910*
004920* SCRIVI-QUOTA books one share: the capitolo and accertamento
004930* the comune mapped the voce to for the esercizio of the month,
004940* the "D" line of the flow, and the capitolo's running totals.
004950* A voce with no mapping still goes on the flow, capitolo blank,
004960* and is listed for the ragioneria at the foot of the print.
004970*
004980 SCRIVI-QUOTA.
004990         IF OPJ-QUOTA-IMPORTO(OPJ-QX) = 0
005000             GO TO EX-SCRIVI-QUOTA
005010         END-IF.
005020         MOVE OPJ-COMUNE-CODE         TO PRACAPI-COMUNE-CODE.
005030         MOVE OPJ-PERIODO-ANNO        TO PRACAPI-ESERCIZIO.
005040         MOVE OPJ-QUOTA-VOCE(OPJ-QX)  TO PRACAPI-VOCE.
005050         READ PRACAPI
005060             INVALID KEY
005070                 MOVE SPACES TO PRACAPI-CAPITOLO
005080                 MOVE SPACES TO PRACAPI-ACCERTAMENTO
005090                 ADD 1 TO OPJ-QUOTE-NON-MAPPATE
005100                 PERFORM SEGNA-NON-MAPPATA
005110                     THRU EX-SEGNA-NON-MAPPATA
005120         END-READ.

005130         MOVE SPACES                  TO RAGFLUS-RECORD.
005140         SET RAGF-DETTAGLIO           TO TRUE.
005150         MOVE OPJ-COMUNE-CODE         TO RAGF-COMUNE-CODE.
005160         MOVE OPJ-PERIODO-NUM         TO RAGF-PERIODO.
005170         MOVE PRACAPI-CAPITOLO        TO RAGF-CAPITOLO.
005180         MOVE PRACAPI-ACCERTAMENTO    TO RAGF-ACCERTAMENTO.
005190         MOVE OPJ-QUOTA-VOCE(OPJ-QX)  TO RAGF-VOCE.
005200         MOVE PRAPAY-PRATICA-ID       TO RAGF-PRATICA-ID.
005210         IF PRAVIEW-PROTO-NUMERO NUMERIC
005220             AND PRAVIEW-PROTO-ANNO NUMERIC
005230             MOVE PRAVIEW-PROTO-ANNO   TO RAGF-PROTO-ANNO
005240             MOVE PRAVIEW-PROTO-NUMERO TO RAGF-PROTO-NUMERO
005250         ELSE
005260             MOVE 0 TO RAGF-PROTO-ANNO
005270             MOVE 0 TO RAGF-PROTO-NUMERO
005280         END-IF.
005290         MOVE PRAPAY-DATA-INCASSO     TO RAGF-DATA-INCASSO.
005300         MOVE PRAPAY-IUV              TO RAGF-IUV.
005310         MOVE PRAPAY-CANALE           TO RAGF-CANALE.
005320         IF OPJ-QUOTA-IMPORTO(OPJ-QX) < 0
005330             SET RAGF-RIMBORSO TO TRUE
005340         ELSE
005350             SET RAGF-INCASSO  TO TRUE
005360         END-IF.
005370         MOVE OPJ-QUOTA-IMPORTO(OPJ-QX) TO RAGF-IMPORTO.
005380         WRITE RAGFLUS-RECORD.
005390         ADD 1 TO OPJ-RIGHE-FLUSSO.

005400         PERFORM CERCA-CAPITOLO THRU EX-CERCA-CAPITOLO.
005410         IF OPJ-CAP-TROVATO = 0
005420             GO TO EX-SCRIVI-QUOTA
005430         END-IF.
005440         ADD 1 TO OPJ-CAP-NUM-RIGHE(OPJ-CAP-TROVATO).
005450         IF OPJ-QUOTA-IMPORTO(OPJ-QX) < 0
005460             SUBTRACT OPJ-QUOTA-IMPORTO(OPJ-QX)
005470                 FROM OPJ-CAP-RIMBORSI(OPJ-CAP-TROVATO)
005480             SUBTRACT OPJ-QUOTA-IMPORTO(OPJ-QX)
005490                 FROM OPJ-TOTALE-RIMBORSI
005500         ELSE
005510             ADD OPJ-QUOTA-IMPORTO(OPJ-QX)
005520                 TO OPJ-CAP-INCASSI(OPJ-CAP-TROVATO)
005530             ADD OPJ-QUOTA-IMPORTO(OPJ-QX)
005540                 TO OPJ-TOTALE-INCASSI
005550         END-IF.
005560 EX-SCRIVI-QUOTA.
005570         EXIT.
005580*
005590* CERCA-CAPITOLO leaves in OPJ-CAP-TROVATO the slot of the
005600* capitolo and accertamento just read, opening one if needed;
005610* zero once the table is full, which also holds the month back.
005620*
005630 CERCA-CAPITOLO.
005640         MOVE 0 TO OPJ-CAP-TROVATO.
005650         PERFORM CONFRONTA-CAPITOLO THRU EX-CONFRONTA-CAPITOLO
005660             VARYING OPJ-CX FROM 1 BY 1
005670             UNTIL OPJ-CX > OPJ-CAP-COUNT
005680             OR OPJ-CAP-TROVATO > 0.
005690         IF OPJ-CAP-TROVATO > 0
005700             GO TO EX-CERCA-CAPITOLO
005710         END-IF.
005720         IF OPJ-CAP-COUNT NOT < OPJ-CAP-MAX
005730             ADD 1 TO OPJ-CAP-OLTRE-CAP
005740             GO TO EX-CERCA-CAPITOLO
005750         END-IF.
005760         ADD 1 TO OPJ-CAP-COUNT.
005770         MOVE OPJ-CAP-COUNT TO OPJ-CAP-TROVATO.
005780         MOVE PRACAPI-CAPITOLO
005790             TO OPJ-CAP-CAPITOLO(OPJ-CAP-TROVATO).
005800         MOVE PRACAPI-ACCERTAMENTO
005810             TO OPJ-CAP-ACCERTAMENTO(OPJ-CAP-TROVATO).
005820         MOVE 0 TO OPJ-CAP-NUM-RIGHE(OPJ-CAP-TROVATO).
005830         MOVE 0 TO OPJ-CAP-INCASSI(OPJ-CAP-TROVATO).
005840         MOVE 0 TO OPJ-CAP-RIMBORSI(OPJ-CAP-TROVATO).
005850 EX-CERCA-CAPITOLO.
005860         EXIT.
005870*
005880 CONFRONTA-CAPITOLO.
005890         IF OPJ-CAP-CAPITOLO(OPJ-CX) = PRACAPI-CAPITOLO
005900             AND OPJ-CAP-ACCERTAMENTO(OPJ-CX)
005910                 = PRACAPI-ACCERTAMENTO
005920             MOVE OPJ-CX TO OPJ-CAP-TROVATO
005930         END-IF.
005940 EX-CONFRONTA-CAPITOLO.
005950         EXIT.
005960*
005970 SEGNA-NON-MAPPATA.
005980         MOVE 0 TO OPJ-NOMAP-TROVATA.
005990         PERFORM CONFRONTA-NON-MAPPATA
006000             THRU EX-CONFRONTA-NON-MAPPATA
006010             VARYING OPJ-NX FROM 1 BY 1
006020             UNTIL OPJ-NX > OPJ-NOMAP-COUNT
006030             OR OPJ-NOMAP-TROVATA > 0.
006040         IF OPJ-NOMAP-TROVATA = 0
006050             IF OPJ-NOMAP-COUNT NOT < OPJ-NOMAP-MAX
006060                 GO TO EX-SEGNA-NON-MAPPATA
006070             END-IF
006080             ADD 1 TO OPJ-NOMAP-COUNT
006090             MOVE OPJ-NOMAP-COUNT TO OPJ-NOMAP-TROVATA
006100             MOVE OPJ-QUOTA-VOCE(OPJ-QX)
006110                 TO OPJ-NOMAP-VOCE(OPJ-NOMAP-TROVATA)
006120             MOVE 0 TO OPJ-NOMAP-QUOTE(OPJ-NOMAP-TROVATA)
006130         END-IF.
006140         ADD 1 TO OPJ-NOMAP-QUOTE(OPJ-NOMAP-TROVATA).
006150 EX-SEGNA-NON-MAPPATA.
006160         EXIT.
006170*
006180 CONFRONTA-NON-MAPPATA.
006190         IF OPJ-NOMAP-VOCE(OPJ-NX) = OPJ-QUOTA-VOCE(OPJ-QX)
006200             MOVE OPJ-NX TO OPJ-NOMAP-TROVATA
006210         END-IF.
006220 EX-CONFRONTA-NON-MAPPATA.
006230         EXIT.
006240*
006250* SCRIVI-CAPITOLO writes the month's "C" line of one capitolo.
006260*
006270 SCRIVI-CAPITOLO.
006280         COMPUTE OPJ-CAP-NETTO = OPJ-CAP-INCASSI(OPJ-CX)
006290             - OPJ-CAP-RIMBORSI(OPJ-CX).
006300         MOVE SPACES                  TO RAGFLUS-RECORD.
006310         SET RAGF-CAPITOLO-TOT        TO TRUE.
006320         MOVE OPJ-COMUNE-CODE         TO RAGF-COMUNE-CODE.
006330         MOVE OPJ-PERIODO-NUM         TO RAGF-PERIODO.
006340         MOVE OPJ-CAP-CAPITOLO(OPJ-CX) TO RAGF-CAP-CAPITOLO.
006350         MOVE OPJ-CAP-ACCERTAMENTO(OPJ-CX)
006360             TO RAGF-CAP-ACCERTAMENTO.
006370         MOVE OPJ-CAP-NUM-RIGHE(OPJ-CX) TO RAGF-CAP-NUM-RIGHE.
006380         MOVE OPJ-CAP-INCASSI(OPJ-CX)  TO RAGF-CAP-INCASSI.
006390         MOVE OPJ-CAP-RIMBORSI(OPJ-CX) TO RAGF-CAP-RIMBORSI.
006400         IF OPJ-CAP-NETTO < 0
006410             MOVE "-" TO RAGF-CAP-SEGNO
006420         ELSE
006430             MOVE "+" TO RAGF-CAP-SEGNO
006440         END-IF.
006450         MOVE OPJ-CAP-NETTO           TO RAGF-CAP-NETTO.
006460         WRITE RAGFLUS-RECORD.
006470 EX-SCRIVI-CAPITOLO.
006480         EXIT.
006490*
006500* SCRIVI-TOTALI closes the flow with its "T" line.
006510*
006520 SCRIVI-TOTALI.
006530         COMPUTE OPJ-TOTALE-NETTO =
006540             OPJ-TOTALE-INCASSI - OPJ-TOTALE-RIMBORSI.
006550         MOVE SPACES                  TO RAGFLUS-RECORD.
006560         SET RAGF-TOTALI              TO TRUE.
006570         MOVE OPJ-COMUNE-CODE         TO RAGF-COMUNE-CODE.
006580         MOVE OPJ-PERIODO-NUM         TO RAGF-PERIODO.
006590         MOVE OPJ-RIGHE-FLUSSO        TO RAGF-TOT-NUM-RIGHE.
006600         MOVE OPJ-CAP-COUNT           TO RAGF-TOT-NUM-CAPITOLI.
006610         MOVE OPJ-TOTALE-INCASSI      TO RAGF-TOT-INCASSI.
006620         MOVE OPJ-TOTALE-RIMBORSI     TO RAGF-TOT-RIMBORSI.
006630         IF OPJ-TOTALE-NETTO < 0
006640             MOVE "-" TO RAGF-TOT-SEGNO
006650         ELSE
006660             MOVE "+" TO RAGF-TOT-SEGNO
006670         END-IF.
006680         MOVE OPJ-TOTALE-NETTO        TO RAGF-TOT-NETTO.
006690         WRITE RAGFLUS-RECORD.
006700 EX-SCRIVI-TOTALI.
006710         EXIT.
006720*
006730* STAMPA-CONTROLLO prints one line per capitolo with incassi,
006740* rimborsi and net, the totals of the flow against the total of
006750* the PRAPAY rows it came from, and the voci left unmapped.
006760*
006770 STAMPA-CONTROLLO.
006780         MOVE SPACES TO STAMPA-SPOOL-PATH.
006790         STRING "RAGIONERIA."     DELIMITED BY SIZE
006800             OPJ-COMUNE-CODE      DELIMITED BY SIZE
006810             "."                  DELIMITED BY SIZE
006820             OPJ-PERIODO-X        DELIMITED BY SIZE
006830             INTO STAMPA-SPOOL-PATH
006840         END-STRING.
006850         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.

006860         MOVE SPACES TO STAMPA-LINE.
006870         STRING "COMUNE "         DELIMITED BY SIZE
006880             OPJ-COMUNE-CODE      DELIMITED BY SIZE
006890             "  MESE "            DELIMITED BY SIZE
006900             OPJ-PERIODO-X        DELIMITED BY SIZE
006910             INTO STAMPA-LINE
006920         END-STRING.
006930         PERFORM 9150-WRITE-STAMPA-LINE
006940             THRU EX-9150-WRITE-STAMPA-LINE.
006950         MOVE SPACES TO STAMPA-LINE.
006960         STRING "CAPITOLO     ACCERTAMENTO   RIGHE"
006970                 DELIMITED BY SIZE
006980             "         INCASSI        RIMBORSI"
006990                 DELIMITED BY SIZE
007000             "           NETTO"
007010                 DELIMITED BY SIZE
007020             INTO STAMPA-LINE
007030         END-STRING.
007040         PERFORM 9150-WRITE-STAMPA-LINE
007050             THRU EX-9150-WRITE-STAMPA-LINE.
007060         PERFORM STAMPA-CAPITOLO THRU EX-STAMPA-CAPITOLO
007070             VARYING OPJ-CX FROM 1 BY 1
007080             UNTIL OPJ-CX > OPJ-CAP-COUNT.

007090         MOVE OPJ-RIGHE-FLUSSO    TO OPJ-RIGHE-EDIT.
007100         MOVE OPJ-TOTALE-INCASSI  TO OPJ-INCASSI-EDIT.
007110         MOVE OPJ-TOTALE-RIMBORSI TO OPJ-RIMBORSI-EDIT.
007120         MOVE OPJ-TOTALE-NETTO    TO OPJ-NETTO-EDIT.
007130         MOVE SPACES TO STAMPA-LINE.
007140         STRING "TOTALE FLUSSO             "
007150                 DELIMITED BY SIZE
007160             OPJ-RIGHE-EDIT       DELIMITED BY SIZE
007170             " "                  DELIMITED BY SIZE
007180             OPJ-INCASSI-EDIT     DELIMITED BY SIZE
007190             " "                  DELIMITED BY SIZE
007200             OPJ-RIMBORSI-EDIT    DELIMITED BY SIZE
007210             " "                  DELIMITED BY SIZE
007220             OPJ-NETTO-EDIT       DELIMITED BY SIZE
007230             INTO STAMPA-LINE
007240         END-STRING.
007250         PERFORM 9150-WRITE-STAMPA-LINE
007260             THRU EX-9150-WRITE-STAMPA-LINE.
007270         MOVE OPJ-TOTALE-PRAPAY TO OPJ-NETTO-EDIT.
007280         MOVE SPACES TO STAMPA-LINE.
007290         STRING "TOTALE PRAPAY DEL MESE "
007300                 DELIMITED BY SIZE
007310             "                                   "
007320                 DELIMITED BY SIZE
007330             OPJ-NETTO-EDIT       DELIMITED BY SIZE
007340             INTO STAMPA-LINE
007350         END-STRING.
007360         PERFORM 9150-WRITE-STAMPA-LINE
007370             THRU EX-9150-WRITE-STAMPA-LINE.

007380         PERFORM STAMPA-NON-MAPPATA THRU EX-STAMPA-NON-MAPPATA
007390             VARYING OPJ-NX FROM 1 BY 1
007400             UNTIL OPJ-NX > OPJ-NOMAP-COUNT.
007410         CLOSE PRASTAMPA.
007420 EX-STAMPA-CONTROLLO.
007430         EXIT.
007440*
007450 STAMPA-CAPITOLO.
007460         MOVE OPJ-CAP-NUM-RIGHE(OPJ-CX) TO OPJ-RIGHE-EDIT.
007470         MOVE OPJ-CAP-INCASSI(OPJ-CX)   TO OPJ-INCASSI-EDIT.
007480         MOVE OPJ-CAP-RIMBORSI(OPJ-CX)  TO OPJ-RIMBORSI-EDIT.
007490         COMPUTE OPJ-CAP-NETTO = OPJ-CAP-INCASSI(OPJ-CX)
007500             - OPJ-CAP-RIMBORSI(OPJ-CX).
007510         MOVE OPJ-CAP-NETTO             TO OPJ-NETTO-EDIT.
007520         MOVE SPACES TO STAMPA-LINE.
007530         IF OPJ-CAP-CAPITOLO(OPJ-CX) = SPACES
007540             MOVE "NON MAPPATO" TO OPJ-CAP-CAPITOLO(OPJ-CX)
007550         END-IF.
007560         STRING OPJ-CAP-CAPITOLO(OPJ-CX)     DELIMITED BY SIZE
007570             " "                             DELIMITED BY SIZE
007580             OPJ-CAP-ACCERTAMENTO(OPJ-CX)    DELIMITED BY SIZE
007590             " "                             DELIMITED BY SIZE
007600             OPJ-RIGHE-EDIT                  DELIMITED BY SIZE
007610             " "                             DELIMITED BY SIZE
007620             OPJ-INCASSI-EDIT                DELIMITED BY SIZE
007630             " "                             DELIMITED BY SIZE
007640             OPJ-RIMBORSI-EDIT               DELIMITED BY SIZE
007650             " "                             DELIMITED BY SIZE
007660             OPJ-NETTO-EDIT                  DELIMITED BY SIZE
007670             INTO STAMPA-LINE
007680         END-STRING.
007690         PERFORM 9150-WRITE-STAMPA-LINE
007700             THRU EX-9150-WRITE-STAMPA-LINE.
007710 EX-STAMPA-CAPITOLO.
007720         EXIT.
007730*
007740 STAMPA-NON-MAPPATA.
007750         MOVE OPJ-NOMAP-QUOTE(OPJ-NX) TO OPJ-RIGHE-EDIT.
007760         MOVE SPACES TO STAMPA-LINE.
007770         STRING "VOCE SENZA CAPITOLO "   DELIMITED BY SIZE
007780             OPJ-NOMAP-VOCE(OPJ-NX)      DELIMITED BY SIZE
007790             " ESERCIZIO "               DELIMITED BY SIZE
007800             OPJ-PERIODO-ANNO            DELIMITED BY SIZE
007810             " QUOTE "                   DELIMITED BY SIZE
007820             OPJ-RIGHE-EDIT              DELIMITED BY SIZE
007830             INTO STAMPA-LINE
007840         END-STRING.
007850         PERFORM 9150-WRITE-STAMPA-LINE
007860             THRU EX-9150-WRITE-STAMPA-LINE.
007870 EX-STAMPA-NON-MAPPATA.
007880         EXIT.
007890*
007900* SEGNA-INVIATO books the month as sent, so the next ESPORTA of
007910* it is refused until someone reopens it.
007920*
007930 SEGNA-INVIATO.
007940         SET RAGCTRL-INVIATO          TO TRUE.
007950         MOVE OPJ-TODAY-DATE          TO RAGCTRL-DATA-INVIO.
007960         ACCEPT RAGCTRL-ORA-INVIO FROM TIME.
007970         MOVE OPJ-RIGHE-FLUSSO        TO RAGCTRL-NUM-RIGHE.
007980         MOVE OPJ-TOTALE-NETTO        TO RAGCTRL-TOTALE-NETTO.
007990         ADD 1 TO RAGCTRL-NUM-INVII.
008000         IF RAGCTRL-NUM-INVII = 1
008010             WRITE RAGCTRL-RECORD
008020                 INVALID KEY
008030                     REWRITE RAGCTRL-RECORD
008040             END-WRITE
008050         ELSE
008060             REWRITE RAGCTRL-RECORD
008070         END-IF.
008080 EX-SEGNA-INVIATO.
008090         EXIT.
008100*
008110* RIAPRI-MESE reopens a sent month for a corrected export: the
008120* operator's name and the date stay on the book next to the
008130* previous sending.
008140*
008150 RIAPRI-MESE.
008160         PERFORM CONTROLLA-MESE THRU EX-CONTROLLA-MESE.
008170         IF RETURN-CODE NOT = 0
008180             GO TO EX-RIAPRI-MESE
008190         END-IF.
008200         IF OPJ-ARG-VOCE = SPACES
008210             DISPLAY "OPENPJ25: indicare l'operatore che riapre"
008220             MOVE 12 TO RETURN-CODE
008230             GO TO EX-RIAPRI-MESE
008240         END-IF.
008250         PERFORM APRI-CONTROLLO THRU EX-APRI-CONTROLLO.
008260         MOVE OPJ-COMUNE-CODE TO RAGCTRL-COMUNE-CODE.
008270         MOVE OPJ-PERIODO-NUM TO RAGCTRL-PERIODO.
008280         READ RAGCTRL
008290             INVALID KEY
008300                 DISPLAY "OPENPJ25: mese " OPJ-PERIODO-X
008310                     " mai esportato"
008320                 CLOSE RAGCTRL
008330                 MOVE 8 TO RETURN-CODE
008340                 GO TO EX-RIAPRI-MESE
008350         END-READ.
008360         IF NOT RAGCTRL-INVIATO
008370             DISPLAY "OPENPJ25: mese " OPJ-PERIODO-X
008380                 " gia' riaperto da " RAGCTRL-RIAPERTO-DA
008390             CLOSE RAGCTRL
008400             GO TO EX-RIAPRI-MESE
008410         END-IF.
008420         SET RAGCTRL-RIAPERTO         TO TRUE.
008430         MOVE OPJ-ARG-VOCE            TO RAGCTRL-RIAPERTO-DA.
008440         MOVE OPJ-TODAY-DATE          TO RAGCTRL-DATA-RIAPERTURA.
008450         REWRITE RAGCTRL-RECORD.
008460         CLOSE RAGCTRL.
008470         DISPLAY "OPENPJ25: mese " OPJ-PERIODO-X " riaperto da "
008480             OPJ-ARG-VOCE.
008490 EX-RIAPRI-MESE.
008500         EXIT.
008510*
008520* MAPPA-VOCE writes or replaces the capitolo and accertamento of
008530* one voce for one esercizio. The voce must be DIRITT, BOLLO or
008540* a categoria the comune prices with an "R" row of PRATAB.
008550*
008560 MAPPA-VOCE.
008570         IF OPJ-PERIODO-X(1:4) NOT NUMERIC
008580             OR OPJ-PERIODO-X(5:2) NOT = SPACES
008590             OR OPJ-ARG-VOCE = SPACES
008600             OR OPJ-ARG-CAPITOLO = SPACES
008610             OR OPJ-ARG-ACCERTAMENTO = SPACES
008620             DISPLAY "OPENPJ25: uso MAPPA comune aaaa voce "
008630                 "capitolo accertamento"
008640             MOVE 12 TO RETURN-CODE
008650             GO TO EX-MAPPA-VOCE
008660         END-IF.
008670         IF OPJ-ARG-VOCE NOT = "DIRITT"
008680             AND OPJ-ARG-VOCE NOT = "BOLLO"
008690             OPEN INPUT PRATAB
008700             MOVE "PRATAB"       TO FILEH-NAME
008710             MOVE STATUS-PRATAB  TO FILEH-STATUS
008720             PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS
008730             MOVE OPJ-COMUNE-CODE  TO PRATAB-COMUNE-CODE
008740             MOVE "R"              TO PRATAB-TIPO-RIGA
008750             MOVE OPJ-ARG-VOCE     TO PRATAB-COD-RIFERIMENTO
008760             READ PRATAB
008770                 INVALID KEY
008780                     DISPLAY "OPENPJ25: nessuna tariffa "
008790                         OPJ-ARG-VOCE " per il comune"
008800                     MOVE 12 TO RETURN-CODE
008810             END-READ
008820             CLOSE PRATAB
008830             IF RETURN-CODE NOT = 0
008840                 GO TO EX-MAPPA-VOCE
008850             END-IF
008860         END-IF.

008870         OPEN I-O PRACAPI.
008880         IF STATUS-PRACAPI = "35"
008890             OPEN OUTPUT PRACAPI
008900             CLOSE PRACAPI
008910             OPEN I-O PRACAPI
008920         END-IF.
008930         MOVE "PRACAPI"      TO FILEH-NAME.
008940         MOVE STATUS-PRACAPI TO FILEH-STATUS.
008950         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
008960         INITIALIZE PRACAPI-RECORD.
008970         MOVE OPJ-COMUNE-CODE         TO PRACAPI-COMUNE-CODE.
008980         MOVE OPJ-PERIODO-X(1:4)      TO PRACAPI-ESERCIZIO.
008990         MOVE OPJ-ARG-VOCE            TO PRACAPI-VOCE.
009000         MOVE OPJ-ARG-CAPITOLO        TO PRACAPI-CAPITOLO.
009010         MOVE OPJ-ARG-ACCERTAMENTO    TO PRACAPI-ACCERTAMENTO.
009020         MOVE OPJ-TODAY-DATE
009030             TO PRACAPI-DATA-AGGIORNAMENTO.
009040         WRITE PRACAPI-RECORD
009050             INVALID KEY
009060                 REWRITE PRACAPI-RECORD
009070         END-WRITE.
009080         CLOSE PRACAPI.
009090         DISPLAY "OPENPJ25: voce " OPJ-ARG-VOCE " esercizio "
009100             OPJ-PERIODO-X(1:4) " su capitolo " PRACAPI-CAPITOLO
009110             " accertamento " PRACAPI-ACCERTAMENTO.
009120 EX-MAPPA-VOCE.
009130         EXIT.
009140*
009150 FINE-BATCH.
009160         IF OPJ-MODO-ESPORTA
009170             DISPLAY "OPENPJ25: pagamenti " OPJ-PAGAMENTI
009180                 " rimborsi " OPJ-RIMBORSI
009190             DISPLAY "OPENPJ25: righe flusso " OPJ-RIGHE-FLUSSO
009200                 " capitoli " OPJ-CAP-COUNT
009210             DISPLAY "OPENPJ25: pagamenti senza pratica "
009220                 OPJ-SENZA-PRATICA
009230         END-IF.
009240         MOVE OPJ-RIGHE-FLUSSO TO RUNLG-CONTA.
009250         PERFORM SEGNA-FINE-CORSA
009260             THRU EX-SEGNA-FINE-CORSA.
009270 EX-FINE-BATCH.
009280         EXIT.

009290         COPY "PIOWEB1.CBL".

009300         COPY "PJCHECK.CBL".

009310         COPY "PJRUNLOG.CBL".
