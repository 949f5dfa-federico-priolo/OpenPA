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
000190** flusso trimestrale della rilevazione ISTAT dei permessi di
000200** costruire ("comune aaaat", trimestre t da 1 a 4, gia' chiuso):
000210** percorre PRAHIST per i passaggi in AC del comune nel trimestre
000220** - i permessi rilasciati - e per ogni pratica di categoria
000230** segnata in PRATAB con FLAG-ISTAT scrive nel flusso ISTATEDI a
000240** tracciato fisso i dati PRAISTAT che l'istruttore ha registrato
000250** con OPENPA18, chiuso da una riga di totali. La stampa di
000260** controllo esce attraverso i paragrafi condivisi 9110/9150 con
000270** un permesso per riga; le pratiche senza dati o con dati
000280** incompleti non entrano nel flusso ma vi sono elencate come
000290** bloccanti col motivo, e finche' ce n'e' una il flusso resta da
000300** non consegnare. Si rilancia a dati corretti: il flusso del
000310** trimestre si riscrive per intero.
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENPJ33.
000350 ENVIRONMENT      DIVISION.
000360 CONFIGURATION    SECTION.
000370         COPY "SPECIAL.CBL".
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.

000400         COPY "SELHIST.CBL".
000410         COPY "SELVIEW.CBL".
000420         COPY "SELTAB.CBL".
000430         COPY "SELISTA.CBL".
000440         COPY "SELISTO.CBL".
000450         COPY "SELSTAMPA.CBL".

000460         COPY "SELRUNLG.CBL".

000470 DATA             DIVISION.
000480 FILE SECTION.

000490         COPY "FDEHIST.CBL".
000500         COPY "FDEVIEW.CBL".
000510         COPY "FDETAB.CBL".
000520         COPY "FDEISTA.CBL".
000530         COPY "FDEISTO.CBL".
000540         COPY "FDESTAMPA.CBL".

000550         COPY "FDERUNLG.CBL".

000560 WORKING-STORAGE  SECTION.

000570         COPY "GLOBALS.CBL".
000580         COPY "FILEHWS.CBL".
000590         COPY "RUNLGWS.CBL".
000600         COPY "ISTAWS.CBL".
000610*
000620 77  OPJ-COMMAND-LINE              PIC X(80).
000630 77  OPJ-COMUNE-CODE               PIC X(06).
000640 77  OPJ-TODAY-DATE                PIC 9(08).
000650 01  OPJ-PERIODO-X                 PIC X(05).
000660 01  OPJ-PERIODO REDEFINES OPJ-PERIODO-X.
000670     05  OPJ-PERIODO-ANNO          PIC 9(04).
000680     05  OPJ-PERIODO-TRIM          PIC 9(01).
000690 01  OPJ-PERIODO-NUM REDEFINES OPJ-PERIODO-X
000700                                   PIC 9(05).
000710*
000720* The quarter as a date range, first and last month, and the
000730* month the last one is compared with to tell it is over.
000740*
000750 01  OPJ-DATA-DA                   PIC 9(08).
000760 01  OPJ-DATA-DA-R REDEFINES OPJ-DATA-DA.
000770     05  OPJ-DA-ANNO               PIC 9(04).
000780     05  OPJ-DA-MESE               PIC 9(02).
000790     05  OPJ-DA-GIORNO             PIC 9(02).
000800 01  OPJ-DATA-A                    PIC 9(08).
000810 01  OPJ-DATA-A-R REDEFINES OPJ-DATA-A.
000820     05  OPJ-A-ANNO                PIC 9(04).
000830     05  OPJ-A-MESE                PIC 9(02).
000840     05  OPJ-A-GIORNO              PIC 9(02).
000850 77  OPJ-EOF-SW                    PIC X(01).
000860     88  OPJ-EOF                       VALUE "S".
000870     88  OPJ-NOT-EOF                   VALUE "N".
000880 77  OPJ-VIEW-SW                   PIC X(01).
000890     88  OPJ-VIEW-TROVATA              VALUE "S".
000900     88  OPJ-VIEW-MANCANTE             VALUE "N".
000910*
000920* The permits already taken this run: a pratica sent back to
000930* istruttoria and issued again within the quarter is one permit.
000940*
000950 01  OPJ-VISTE-AREA.
000960     05  OPJ-VISTA OCCURS 2000 TIMES PIC X(10).
000970 77  OPJ-VISTE-COUNT               PIC 9(04) COMP-5 VALUE 0.
000980 77  OPJ-VISTE-MAX                 PIC 9(04) COMP-5 VALUE 2000.
000990 77  OPJ-VX                        PIC 9(04) COMP-5.
001000 77  OPJ-GIA-VISTA-SW              PIC X(01).
001010     88  OPJ-GIA-VISTA                 VALUE "S".
001020     88  OPJ-NON-VISTA                 VALUE "N".
001030*
001040* The blockers, printed after the permits, up to the size of
001050* the table; any beyond it are counted.
001060*
001070 01  OPJ-BLOCCHI-AREA.
001080     05  OPJ-BLOCCO OCCURS 200 TIMES.
001090         10  OPJ-BL-PRATICA-ID     PIC X(10).
001100         10  OPJ-BL-DATA           PIC 9(08).
001110         10  OPJ-BL-ASSEGNATARIO   PIC X(30).
001120         10  OPJ-BL-MOTIVO         PIC X(40).
001130 77  OPJ-BLOCCHI-COUNT             PIC 9(03) COMP-5 VALUE 0.
001140 77  OPJ-BLOCCHI-MAX               PIC 9(03) COMP-5 VALUE 200.
001150 77  OPJ-BX                        PIC 9(03) COMP-5.
001160*
001170* Counters and the quarter's totals.
001180*
001190 77  OPJ-RIGHE-LETTE               PIC 9(09) COMP-5 VALUE 0.
001200 77  OPJ-PERMESSI                  PIC 9(05) COMP-5 VALUE 0.
001210 77  OPJ-BLOCCANTI                 PIC 9(05) COMP-5 VALUE 0.
001220 77  OPJ-NON-SOGGETTE              PIC 9(05) COMP-5 VALUE 0.
001230 77  OPJ-ARCHIVIATE                PIC 9(05) COMP-5 VALUE 0.
001240 77  OPJ-OLTRE-CAP                 PIC 9(05) COMP-5 VALUE 0.
001250 77  OPJ-TOT-VOLUME                PIC 9(09) COMP-5 VALUE 0.
001260 77  OPJ-TOT-SUPERFICIE            PIC 9(09) COMP-5 VALUE 0.
001270 77  OPJ-TOT-ABITAZIONI            PIC 9(06) COMP-5 VALUE 0.
001280 77  OPJ-TOT-STANZE                PIC 9(07) COMP-5 VALUE 0.
001290*
001300 77  ISTO-PATH                     PIC X(64).
001310 77  OPJ-PROTO-EDIT                PIC X(12).
001320 77  OPJ-VOLUME-EDIT               PIC Z(8)9.
001330 77  OPJ-SUPERFICIE-EDIT           PIC Z(8)9.
001340 77  OPJ-ABITAZIONI-EDIT           PIC Z(5)9.
001350 77  OPJ-STANZE-EDIT               PIC Z(6)9.
001360 77  OPJ-CONTA-EDIT                PIC Z(4)9.
001370*
001380* Print-output working fields for the COPYed 9100/9110/9150
001390* pagination paragraphs.
001400*
001410 77  STAMPA-SPOOL-PATH             PIC X(64).
001420 77  STAMPA-TODAY-DATE             PIC 9(08).
001430 77  STAMPA-LINE                   PIC X(132).
001440 77  STAMPA-TITOLO                 PIC X(24)
001450     VALUE "ISTAT EDILIZIA".
001460 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
001470 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
001480 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
001490 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
001500*
001510 PROCEDURE  DIVISION.
001520*
001530         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
001540         IF RETURN-CODE = 0
001550             PERFORM ESPORTA-TRIMESTRE
001560                 THRU EX-ESPORTA-TRIMESTRE
001570         END-IF.
001580         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001590         GOBACK.
001600*
001610* INIZIO-BATCH reads "COMUNE PERIODO" off the command line and
001620* accepts only a quarter already over: the current one is still
001630* issuing permits, and ISTAT takes the quarter whole.
001640*
001650 INIZIO-BATCH.
001660         MOVE SPACES TO OPJ-COMMAND-LINE.
001670         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001680         MOVE SPACES TO OPJ-COMUNE-CODE.
001690         MOVE SPACES TO OPJ-PERIODO-X.
001700         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001710             INTO OPJ-COMUNE-CODE OPJ-PERIODO-X
001720         END-UNSTRING.
001730         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001740         MOVE "OPENPJ33" TO FILEH-PROGRAMMA.
001750         PERFORM SEGNA-INIZIO-CORSA
001760             THRU EX-SEGNA-INIZIO-CORSA.
001770         IF OPJ-COMUNE-CODE = SPACES
001780             OR OPJ-PERIODO-X NOT NUMERIC
001790             DISPLAY "OPENPJ33: uso comune aaaat (t trimestre "
001800                 "da 1 a 4)"
001810             MOVE 12 TO RETURN-CODE
001820             GO TO EX-INIZIO-BATCH
001830         END-IF.
001840         IF OPJ-PERIODO-TRIM < 1 OR OPJ-PERIODO-TRIM > 4
001850             DISPLAY "OPENPJ33: trimestre non valido "
001860                 OPJ-PERIODO-X
001870             MOVE 12 TO RETURN-CODE
001880             GO TO EX-INIZIO-BATCH
001890         END-IF.

001900         MOVE OPJ-PERIODO-ANNO TO OPJ-DA-ANNO.
001910         COMPUTE OPJ-DA-MESE = OPJ-PERIODO-TRIM * 3 - 2.
001920         MOVE 1                TO OPJ-DA-GIORNO.
001930         MOVE OPJ-PERIODO-ANNO TO OPJ-A-ANNO.
001940         COMPUTE OPJ-A-MESE = OPJ-PERIODO-TRIM * 3.
001950         MOVE 31               TO OPJ-A-GIORNO.
001960         IF OPJ-DATA-A(1:6) NOT < OPJ-TODAY-DATE(1:6)
001970             DISPLAY "OPENPJ33: il trimestre " OPJ-PERIODO-X
001980                 " non e' ancora chiuso"
001990             MOVE 12 TO RETURN-CODE
002000         END-IF.
002010 EX-INIZIO-BATCH.
002020         EXIT.
002030*
002040* ESPORTA-TRIMESTRE walks the whole history once, writes the
002050* file and the control print, and leaves RC 8 when any permit
002060* of the quarter was held back.
002070*
002080 ESPORTA-TRIMESTRE.
002090         OPEN INPUT  PRAHIST.
002100         MOVE "PRAHIST"      TO FILEH-NAME.
002110         MOVE STATUS-PRAHIST TO FILEH-STATUS.
002120         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002130         OPEN INPUT  PRAVIEW.
002140         MOVE "PRAVIEW"      TO FILEH-NAME.
002150         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
002160         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002170         OPEN INPUT  PRATAB.
002180         MOVE "PRATAB"       TO FILEH-NAME.
002190         MOVE STATUS-PRATAB  TO FILEH-STATUS.
002200         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002210         OPEN INPUT  PRAISTAT.
002220         IF STATUS-PRAISTAT = "35"
002230             OPEN OUTPUT PRAISTAT
002240             CLOSE PRAISTAT
002250             OPEN INPUT PRAISTAT
002260         END-IF.
002270         MOVE "PRAISTAT"      TO FILEH-NAME.
002280         MOVE STATUS-PRAISTAT TO FILEH-STATUS.
002290         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002300         MOVE SPACES TO ISTO-PATH.
002310         STRING "ISTATEDI."       DELIMITED BY SIZE
002320             OPJ-COMUNE-CODE      DELIMITED BY SIZE
002330             "."                  DELIMITED BY SIZE
002340             OPJ-PERIODO-X        DELIMITED BY SIZE
002350             INTO ISTO-PATH
002360         END-STRING.
002370         OPEN OUTPUT ISTATOUT.
002380         MOVE "ISTATOUT"      TO FILEH-NAME.
002390         MOVE STATUS-ISTATOUT TO FILEH-STATUS.
002400         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002410         PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.

002420         SET OPJ-NOT-EOF TO TRUE.
002430         PERFORM ESAMINA-RIGA THRU EX-ESAMINA-RIGA
002440             UNTIL OPJ-EOF.

002450         PERFORM SCRIVI-TOTALI THRU EX-SCRIVI-TOTALI.
002460         PERFORM STAMPA-BLOCCANTI THRU EX-STAMPA-BLOCCANTI.
002470         CLOSE PRAHIST.
002480         CLOSE PRAVIEW.
002490         CLOSE PRATAB.
002500         CLOSE PRAISTAT.
002510         CLOSE ISTATOUT.
002520         CLOSE PRASTAMPA.
002530         IF OPJ-BLOCCANTI > 0
002540             DISPLAY "OPENPJ33: pratiche bloccanti "
002550                 OPJ-BLOCCANTI
002560                 ", flusso da non consegnare"
002570             MOVE 8 TO RETURN-CODE
002580         END-IF.
002590 EX-ESPORTA-TRIMESTRE.
002600         EXIT.
002610*
002620* ESAMINA-RIGA takes one history line: only an entry into AC of
002630* the comune within the quarter is a permit issued, and a
002640* pratica counts once however many times it was issued.
002650*
002660 ESAMINA-RIGA.
002670         READ PRAHIST
002680             AT END
002690                 SET OPJ-EOF TO TRUE
002700                 GO TO EX-ESAMINA-RIGA
002710         END-READ.
002720         ADD 1 TO OPJ-RIGHE-LETTE.
002730         IF PRAHIST-COMUNE-CODE NOT = OPJ-COMUNE-CODE
002740             OR PRAHIST-NEW-STATO NOT = "AC"
002750             OR PRAHIST-OLD-STATO = "AC"
002760             GO TO EX-ESAMINA-RIGA
002770         END-IF.
002780         IF PRAHIST-DATE < OPJ-DATA-DA
002790             OR PRAHIST-DATE > OPJ-DATA-A
002800             GO TO EX-ESAMINA-RIGA
002810         END-IF.
002820         SET OPJ-NON-VISTA TO TRUE.
002830         PERFORM CERCA-VISTA THRU EX-CERCA-VISTA
002840             VARYING OPJ-VX FROM 1 BY 1
002850             UNTIL OPJ-VX > OPJ-VISTE-COUNT
002860                OR OPJ-GIA-VISTA.
002870         IF OPJ-GIA-VISTA
002880             GO TO EX-ESAMINA-RIGA
002890         END-IF.
002900         IF OPJ-VISTE-COUNT < OPJ-VISTE-MAX
002910             ADD 1 TO OPJ-VISTE-COUNT
002920             MOVE PRAHIST-PRATICA-ID TO OPJ-VISTA(OPJ-VISTE-COUNT)
002930         END-IF.
002940         PERFORM ESAMINA-PERMESSO THRU EX-ESAMINA-PERMESSO.
002950 EX-ESAMINA-RIGA.
002960         EXIT.
002970*
002980 CERCA-VISTA.
002990         IF OPJ-VISTA(OPJ-VX) = PRAHIST-PRATICA-ID
003000             SET OPJ-GIA-VISTA TO TRUE
003010         END-IF.
003020 EX-CERCA-VISTA.
003030         EXIT.
003040*
003050* ESAMINA-PERMESSO decides one permit. A pratica of a categoria
003060* outside the survey is passed over. One OPENPJ18 has already
003070* sealed is no longer on PRAVIEW: its categoria cannot be read,
003080* so it goes by whether it has PRAISTAT data, and is printed
003090* for the office to look at when it has none.
003100*
003110 ESAMINA-PERMESSO.
003120         MOVE OPJ-COMUNE-CODE    TO PRAVIEW-COMUNE-CODE.
003130         MOVE PRAHIST-PRATICA-ID TO PRAVIEW-PRATICA-ID.
003140         SET OPJ-VIEW-TROVATA TO TRUE.
003150         READ PRAVIEW
003160             INVALID KEY
003170                 SET OPJ-VIEW-MANCANTE TO TRUE
003180                 MOVE 0      TO PRAVIEW-PROTO-ANNO
003190                 MOVE 0      TO PRAVIEW-PROTO-NUMERO
003200                 MOVE SPACES TO PRAVIEW-ASSEGNATARIO
003210         END-READ.
003220         IF OPJ-VIEW-TROVATA
003230             MOVE OPJ-COMUNE-CODE   TO PRATAB-COMUNE-CODE
003240             MOVE "T"               TO PRATAB-TIPO-RIGA
003250             MOVE PRAVIEW-CATEGORIA TO PRATAB-COD-RIFERIMENTO
003260             READ PRATAB
003270                 INVALID KEY
003280                     MOVE SPACE TO PRATAB-FLAG-ISTAT
003290             END-READ
003300             IF NOT PRATAB-RILEVAZIONE-ISTAT
003310                 ADD 1 TO OPJ-NON-SOGGETTE
003320                 GO TO EX-ESAMINA-PERMESSO
003330             END-IF
003340         END-IF.

003350         MOVE OPJ-COMUNE-CODE    TO PRAISTAT-COMUNE-CODE.
003360         MOVE PRAHIST-PRATICA-ID TO PRAISTAT-PRATICA-ID.
003370         READ PRAISTAT
003380             INVALID KEY
003390                 IF OPJ-VIEW-MANCANTE
003400                     PERFORM STAMPA-ARCHIVIATA
003410                         THRU EX-STAMPA-ARCHIVIATA
003420                 ELSE
003430                     MOVE "DATI ISTAT MANCANTI" TO ISTA-MOTIVO
003440                     PERFORM ANNOTA-BLOCCANTE
003450                         THRU EX-ANNOTA-BLOCCANTE
003460                 END-IF
003470                 GO TO EX-ESAMINA-PERMESSO
003480         END-READ.
003490         MOVE PRAISTAT-TIPO-INTERVENTO TO ISTA-TIPO-INTERVENTO.
003500         MOVE PRAISTAT-RESIDENZIALE    TO ISTA-RESIDENZIALE.
003510         MOVE PRAISTAT-VOLUME          TO ISTA-VOLUME.
003520         MOVE PRAISTAT-SUPERFICIE      TO ISTA-SUPERFICIE.
003530         MOVE PRAISTAT-ABITAZIONI      TO ISTA-ABITAZIONI.
003540         MOVE PRAISTAT-STANZE          TO ISTA-STANZE.
003550         PERFORM CONTROLLA-ISTAT THRU EX-CONTROLLA-ISTAT.
003560         IF ISTA-INCOMPLETA
003570             PERFORM ANNOTA-BLOCCANTE THRU EX-ANNOTA-BLOCCANTE
003580             GO TO EX-ESAMINA-PERMESSO
003590         END-IF.
003600         PERFORM SCRIVI-PERMESSO THRU EX-SCRIVI-PERMESSO.
003610 EX-ESAMINA-PERMESSO.
003620         EXIT.
003630*
003640* SCRIVI-PERMESSO writes the "D" line, adds it to the totals and
003650* prints it.
003660*
003670 SCRIVI-PERMESSO.
003680         MOVE SPACES               TO ISTATOUT-RECORD.
003690         SET ISTO-DETTAGLIO        TO TRUE.
003700         MOVE OPJ-COMUNE-CODE      TO ISTO-COMUNE-CODE.
003710         MOVE OPJ-PERIODO-NUM      TO ISTO-PERIODO.
003720         MOVE PRAHIST-PRATICA-ID   TO ISTO-PRATICA-ID.
003730         MOVE PRAVIEW-PROTO-ANNO   TO ISTO-PROTO-ANNO.
003740         MOVE PRAVIEW-PROTO-NUMERO TO ISTO-PROTO-NUMERO.
003750         MOVE PRAHIST-DATE         TO ISTO-DATA-RILASCIO.
003760         MOVE ISTA-TIPO-INTERVENTO TO ISTO-TIPO-INTERVENTO.
003770         MOVE ISTA-RESIDENZIALE    TO ISTO-RESIDENZIALE.
003780         MOVE ISTA-VOLUME          TO ISTO-VOLUME.
003790         MOVE ISTA-SUPERFICIE      TO ISTO-SUPERFICIE.
003800         MOVE ISTA-ABITAZIONI      TO ISTO-ABITAZIONI.
003810         MOVE ISTA-STANZE          TO ISTO-STANZE.
003820         WRITE ISTATOUT-RECORD.
003830         MOVE "ISTATOUT"      TO FILEH-NAME.
003840         MOVE STATUS-ISTATOUT TO FILEH-STATUS.
003850         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003860         ADD 1               TO OPJ-PERMESSI.
003870         ADD ISTA-VOLUME     TO OPJ-TOT-VOLUME.
003880         ADD ISTA-SUPERFICIE TO OPJ-TOT-SUPERFICIE.
003890         ADD ISTA-ABITAZIONI TO OPJ-TOT-ABITAZIONI.
003900         ADD ISTA-STANZE     TO OPJ-TOT-STANZE.

003910         PERFORM EDITA-PROTOCOLLO THRU EX-EDITA-PROTOCOLLO.
003920         MOVE ISTA-VOLUME     TO OPJ-VOLUME-EDIT.
003930         MOVE ISTA-SUPERFICIE TO OPJ-SUPERFICIE-EDIT.
003940         MOVE ISTA-ABITAZIONI TO OPJ-ABITAZIONI-EDIT.
003950         MOVE ISTA-STANZE     TO OPJ-STANZE-EDIT.
003960         MOVE SPACES TO STAMPA-LINE.
003970         STRING PRAHIST-PRATICA-ID DELIMITED BY SIZE
003980             " "                  DELIMITED BY SIZE
003990             OPJ-PROTO-EDIT       DELIMITED BY SIZE
004000             " "                  DELIMITED BY SIZE
004010             PRAHIST-DATE         DELIMITED BY SIZE
004020             "  "                 DELIMITED BY SIZE
004030             ISTA-TIPO-INTERVENTO DELIMITED BY SIZE
004040             "    "               DELIMITED BY SIZE
004050             ISTA-RESIDENZIALE    DELIMITED BY SIZE
004060             "  "                 DELIMITED BY SIZE
004070             OPJ-VOLUME-EDIT      DELIMITED BY SIZE
004080             " "                  DELIMITED BY SIZE
004090             OPJ-SUPERFICIE-EDIT  DELIMITED BY SIZE
004100             "     "              DELIMITED BY SIZE
004110             OPJ-ABITAZIONI-EDIT  DELIMITED BY SIZE
004120             " "                  DELIMITED BY SIZE
004130             OPJ-STANZE-EDIT      DELIMITED BY SIZE
004140             INTO STAMPA-LINE
004150         END-STRING.
004160         PERFORM 9150-WRITE-STAMPA-LINE
004170             THRU EX-9150-WRITE-STAMPA-LINE.
004180 EX-SCRIVI-PERMESSO.
004190         EXIT.
004200*
004210 EDITA-PROTOCOLLO.
004220         MOVE SPACES TO OPJ-PROTO-EDIT.
004230         IF PRAVIEW-PROTO-NUMERO NOT NUMERIC
004240             OR PRAVIEW-PROTO-NUMERO = 0
004250             GO TO EX-EDITA-PROTOCOLLO
004260         END-IF.
004270         STRING PRAVIEW-PROTO-ANNO DELIMITED BY SIZE
004280             "/"                  DELIMITED BY SIZE
004290             PRAVIEW-PROTO-NUMERO DELIMITED BY SIZE
004300             INTO OPJ-PROTO-EDIT
004310         END-STRING.
004320 EX-EDITA-PROTOCOLLO.
004330         EXIT.
004340*
004350* ANNOTA-BLOCCANTE keeps a permit held back, with the motivo
004360* ISTA-MOTIVO carries and the istruttore who can complete it.
004370*
004380 ANNOTA-BLOCCANTE.
004390         ADD 1 TO OPJ-BLOCCANTI.
004400         IF OPJ-BLOCCHI-COUNT NOT LESS THAN OPJ-BLOCCHI-MAX
004410             ADD 1 TO OPJ-OLTRE-CAP
004420             GO TO EX-ANNOTA-BLOCCANTE
004430         END-IF.
004440         ADD 1 TO OPJ-BLOCCHI-COUNT.
004450         MOVE PRAHIST-PRATICA-ID
004460             TO OPJ-BL-PRATICA-ID(OPJ-BLOCCHI-COUNT).
004470         MOVE PRAHIST-DATE
004480             TO OPJ-BL-DATA(OPJ-BLOCCHI-COUNT).
004490         MOVE PRAVIEW-ASSEGNATARIO
004500             TO OPJ-BL-ASSEGNATARIO(OPJ-BLOCCHI-COUNT).
004510         MOVE ISTA-MOTIVO
004520             TO OPJ-BL-MOTIVO(OPJ-BLOCCHI-COUNT).
004530 EX-ANNOTA-BLOCCANTE.
004540         EXIT.
004550*
004560 STAMPA-ARCHIVIATA.
004570         ADD 1 TO OPJ-ARCHIVIATE.
004580         MOVE SPACES TO STAMPA-LINE.
004590         STRING PRAHIST-PRATICA-ID DELIMITED BY SIZE
004600             "              "     DELIMITED BY SIZE
004610             PRAHIST-DATE         DELIMITED BY SIZE
004620             "  ARCHIVIATA, CATEGORIA NON VERIFICABILE"
004630                                  DELIMITED BY SIZE
004640             INTO STAMPA-LINE
004650         END-STRING.
004660         PERFORM 9150-WRITE-STAMPA-LINE
004670             THRU EX-9150-WRITE-STAMPA-LINE.
004680 EX-STAMPA-ARCHIVIATA.
004690         EXIT.
004700*
004710* SCRIVI-TOTALI closes the file with the "T" line and prints the
004720* same totals.
004730*
004740 SCRIVI-TOTALI.
004750         MOVE SPACES               TO ISTATOUT-RECORD.
004760         SET ISTO-TOTALI           TO TRUE.
004770         MOVE OPJ-COMUNE-CODE      TO ISTO-COMUNE-CODE.
004780         MOVE OPJ-PERIODO-NUM      TO ISTO-PERIODO.
004790         MOVE OPJ-PERMESSI         TO ISTO-TOT-PERMESSI.
004800         MOVE OPJ-TOT-VOLUME       TO ISTO-TOT-VOLUME.
004810         MOVE OPJ-TOT-SUPERFICIE   TO ISTO-TOT-SUPERFICIE.
004820         MOVE OPJ-TOT-ABITAZIONI   TO ISTO-TOT-ABITAZIONI.
004830         MOVE OPJ-TOT-STANZE       TO ISTO-TOT-STANZE.
004840         MOVE OPJ-BLOCCANTI        TO ISTO-TOT-BLOCCANTI.
004850         WRITE ISTATOUT-RECORD.
004860         MOVE "ISTATOUT"      TO FILEH-NAME.
004870         MOVE STATUS-ISTATOUT TO FILEH-STATUS.
004880         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

004890         MOVE OPJ-PERMESSI       TO OPJ-CONTA-EDIT.
004900         MOVE OPJ-TOT-VOLUME     TO OPJ-VOLUME-EDIT.
004910         MOVE OPJ-TOT-SUPERFICIE TO OPJ-SUPERFICIE-EDIT.
004920         MOVE OPJ-TOT-ABITAZIONI TO OPJ-ABITAZIONI-EDIT.
004930         MOVE OPJ-TOT-STANZE     TO OPJ-STANZE-EDIT.
004940         MOVE SPACES TO STAMPA-LINE.
004950         PERFORM 9150-WRITE-STAMPA-LINE
004960             THRU EX-9150-WRITE-STAMPA-LINE.
004970         STRING "PERMESSI "       DELIMITED BY SIZE
004980             OPJ-CONTA-EDIT       DELIMITED BY SIZE
004990             "  MC "              DELIMITED BY SIZE
005000             OPJ-VOLUME-EDIT      DELIMITED BY SIZE
005010             "  MQ "              DELIMITED BY SIZE
005020             OPJ-SUPERFICIE-EDIT  DELIMITED BY SIZE
005030             "  ABITAZIONI "      DELIMITED BY SIZE
005040             OPJ-ABITAZIONI-EDIT  DELIMITED BY SIZE
005050             "  STANZE "          DELIMITED BY SIZE
005060             OPJ-STANZE-EDIT      DELIMITED BY SIZE
005070             INTO STAMPA-LINE
005080         END-STRING.
005090         PERFORM 9150-WRITE-STAMPA-LINE
005100             THRU EX-9150-WRITE-STAMPA-LINE.
005110 EX-SCRIVI-TOTALI.
005120         EXIT.
005130*
005140* STAMPA-BLOCCANTI lists the permits held back, for the office
005150* to complete before the file goes out.
005160*
005170 STAMPA-BLOCCANTI.
005180         IF OPJ-BLOCCANTI = 0
005190             GO TO EX-STAMPA-BLOCCANTI
005200         END-IF.
005210         MOVE OPJ-BLOCCANTI TO OPJ-CONTA-EDIT.
005220         MOVE SPACES TO STAMPA-LINE.
005230         PERFORM 9150-WRITE-STAMPA-LINE
005240             THRU EX-9150-WRITE-STAMPA-LINE.
005250         STRING "PRATICHE BLOCCANTI " DELIMITED BY SIZE
005260             OPJ-CONTA-EDIT       DELIMITED BY SIZE
005270             " - FLUSSO DA NON CONSEGNARE"
005280                                  DELIMITED BY SIZE
005290             INTO STAMPA-LINE
005300         END-STRING.
005310         PERFORM 9150-WRITE-STAMPA-LINE
005320             THRU EX-9150-WRITE-STAMPA-LINE.
005330         MOVE SPACES TO STAMPA-LINE.
005340         STRING "PRATICA    RILASCIO ISTRUTTORE" DELIMITED BY SIZE
005350             "                     MOTIVO"   DELIMITED BY SIZE
005360             INTO STAMPA-LINE
005370         END-STRING.
005380         PERFORM 9150-WRITE-STAMPA-LINE
005390             THRU EX-9150-WRITE-STAMPA-LINE.
005400         PERFORM STAMPA-BLOCCANTE THRU EX-STAMPA-BLOCCANTE
005410             VARYING OPJ-BX FROM 1 BY 1
005420             UNTIL OPJ-BX > OPJ-BLOCCHI-COUNT.
005430         IF OPJ-OLTRE-CAP > 0
005440             MOVE OPJ-OLTRE-CAP TO OPJ-CONTA-EDIT
005450             MOVE SPACES TO STAMPA-LINE
005460             STRING "... ALTRE "      DELIMITED BY SIZE
005470                 OPJ-CONTA-EDIT       DELIMITED BY SIZE
005480                 " NON ELENCATE"      DELIMITED BY SIZE
005490                 INTO STAMPA-LINE
005500             END-STRING
005510             PERFORM 9150-WRITE-STAMPA-LINE
005520                 THRU EX-9150-WRITE-STAMPA-LINE
005530         END-IF.
005540 EX-STAMPA-BLOCCANTI.
005550         EXIT.
005560*
005570 STAMPA-BLOCCANTE.
005580         MOVE SPACES TO STAMPA-LINE.
005590         STRING OPJ-BL-PRATICA-ID(OPJ-BX)   DELIMITED BY SIZE
005600             " "                           DELIMITED BY SIZE
005610             OPJ-BL-DATA(OPJ-BX)           DELIMITED BY SIZE
005620             " "                           DELIMITED BY SIZE
005630             OPJ-BL-ASSEGNATARIO(OPJ-BX)   DELIMITED BY SIZE
005640             " "                           DELIMITED BY SIZE
005650             OPJ-BL-MOTIVO(OPJ-BX)         DELIMITED BY SIZE
005660             INTO STAMPA-LINE
005670         END-STRING.
005680         PERFORM 9150-WRITE-STAMPA-LINE
005690             THRU EX-9150-WRITE-STAMPA-LINE.
005700 EX-STAMPA-BLOCCANTE.
005710         EXIT.
005720*
005730* APRI-STAMPA opens the control print and heads the permits.
005740*
005750 APRI-STAMPA.
005760         MOVE SPACES TO STAMPA-SPOOL-PATH.
005770         STRING "ISTAT."          DELIMITED BY SIZE
005780             OPJ-COMUNE-CODE      DELIMITED BY SIZE
005790             "."                  DELIMITED BY SIZE
005800             OPJ-PERIODO-X        DELIMITED BY SIZE
005810             INTO STAMPA-SPOOL-PATH
005820         END-STRING.
005830         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.

005840         MOVE SPACES TO STAMPA-LINE.
005850         STRING "COMUNE "         DELIMITED BY SIZE
005860             OPJ-COMUNE-CODE      DELIMITED BY SIZE
005870             "  PERMESSI DI COSTRUIRE DAL " DELIMITED BY SIZE
005880             OPJ-DATA-DA          DELIMITED BY SIZE
005890             " AL "               DELIMITED BY SIZE
005900             OPJ-DATA-A           DELIMITED BY SIZE
005910             INTO STAMPA-LINE
005920         END-STRING.
005930         PERFORM 9150-WRITE-STAMPA-LINE
005940             THRU EX-9150-WRITE-STAMPA-LINE.
005950         MOVE SPACES TO STAMPA-LINE.
005960         PERFORM 9150-WRITE-STAMPA-LINE
005970             THRU EX-9150-WRITE-STAMPA-LINE.
005980         STRING "PRATICA    PROTOCOLLO   RILASCIO  TIPO RES"
005990                 DELIMITED BY SIZE
006000             "VOLUME MC   SUP. MQ      ABIT.  STANZE"
006010                 DELIMITED BY SIZE
006020             INTO STAMPA-LINE
006030         END-STRING.
006040         PERFORM 9150-WRITE-STAMPA-LINE
006050             THRU EX-9150-WRITE-STAMPA-LINE.
006060 EX-APRI-STAMPA.
006070         EXIT.
006080*
006090 FINE-BATCH.
006100         DISPLAY "OPENPJ33: righe storico " OPJ-RIGHE-LETTE
006110             " permessi " OPJ-PERMESSI
006120             " bloccanti " OPJ-BLOCCANTI
006130             " non soggetti " OPJ-NON-SOGGETTE
006140             " archiviati " OPJ-ARCHIVIATE.
006150         MOVE OPJ-PERMESSI TO RUNLG-CONTA.
006160         PERFORM SEGNA-FINE-CORSA
006170             THRU EX-SEGNA-FINE-CORSA.
006180 EX-FINE-BATCH.
006190         EXIT.

006200         COPY "ISTACHK.CBL".

006210         COPY "PIOWEB1.CBL".

006220         COPY "PJCHECK.CBL".

006230         COPY "PJRUNLOG.CBL".
