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
000190** agenda dei sopralluoghi, notturno ("[comune]", facoltativo:
000200** senza comune tutti i comuni): percorre PRASOPR per istruttore
000210** e data e per ogni comune stampa, istruttore per istruttore, i
000220** sopralluoghi fissati da oggi ai sei giorni successivi - la
000230** settimana di lavoro che lo aspetta - e segnala quelli svolti
000240** da piu' di N giorni e ancora senza verbale. N e' la riga "P"
000250** SOPRVB di PRATAB del comune, 5 giorni se manca. In coda i
000260** totali del comune.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPJ30.
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320         COPY "SPECIAL.CBL".
000330 INPUT-OUTPUT     SECTION.
000340 FILE-CONTROL.

000350         COPY "SELSOPR.CBL".
000360         COPY "SELTAB.CBL".
000370         COPY "SELSTAMPA.CBL".

000380         COPY "SELRUNLG.CBL".

000390 DATA             DIVISION.
000400 FILE SECTION.

000410         COPY "FDESOPR.CBL".
000420         COPY "FDETAB.CBL".
000430         COPY "FDESTAMPA.CBL".

000440         COPY "FDERUNLG.CBL".

000450 WORKING-STORAGE  SECTION.

000460         COPY "GLOBALS.CBL".
000470         COPY "FILEHWS.CBL".
000480         COPY "RUNLGWS.CBL".
000490*
000500 77  OPJ-COMMAND-LINE              PIC X(80).
000510 77  OPJ-ARG-COMUNE                PIC X(06).
000520 77  OPJ-TODAY-DATE                PIC 9(08).
000530 77  OPJ-TODAY-INT                 PIC 9(08) COMP-5.
000540 77  OPJ-COMUNE-CODE               PIC X(06).
000550 77  OPJ-ISTRUTTORE                PIC X(30).
000560 77  OPJ-EOF-SW                    PIC X(01).
000570     88  OPJ-EOF                       VALUE "S".
000580     88  OPJ-NOT-EOF                   VALUE "N".
000590 77  OPJ-AGENDA-SW                 PIC X(01).
000600     88  OPJ-AGENDA-APERTA             VALUE "S".
000610     88  OPJ-AGENDA-CHIUSA             VALUE "N".
000620*
000630* The week the agenda covers, today to OPJ-FINE-SETTIMANA, and
000640* the date before which a sopralluogo still without verbale is
000650* flagged: today less the comune's SOPRVB days.
000660*
000670 77  OPJ-FINE-SETTIMANA            PIC 9(08).
000680 77  OPJ-LIMITE-VERBALE            PIC 9(08).
000690 77  OPJ-GIORNI-VERBALE            PIC 9(03).
000700 77  OPJ-GIORNI-DEFLT              PIC 9(03) VALUE 5.
000710 77  OPJ-AGENDE                    PIC 9(07) COMP-5 VALUE 0.
000720 77  OPJ-IN-AGENDA                 PIC 9(07) COMP-5 VALUE 0.
000730 77  OPJ-SENZA-VERBALE             PIC 9(07) COMP-5 VALUE 0.
000740*
000750* The comune's totals for the agenda under way.
000760*
000770 77  OPJ-TOT-AGENDA                PIC 9(07) COMP-5.
000780 77  OPJ-TOT-SENZA-VERBALE         PIC 9(07) COMP-5.
000790 77  OPJ-SEGNALA                   PIC X(24).
000800 77  OPJ-GIORNI-EDIT               PIC ZZ9.
000810 77  OPJ-TOT1-EDIT                 PIC Z(6)9.
000820 77  OPJ-TOT2-EDIT                 PIC Z(6)9.
000830*
000840* Print-output working fields for the COPYed 9100/9110/9150
000850* pagination paragraphs.
000860*
000870 77  STAMPA-SPOOL-PATH             PIC X(64).
000880 77  STAMPA-TODAY-DATE             PIC 9(08).
000890 77  STAMPA-LINE                   PIC X(132).
000900 77  STAMPA-TITOLO                 PIC X(24)
000910     VALUE "AGENDA SOPRALLUOGHI".
000920 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
000930 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
000940 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
000950 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
000960*
000970 PROCEDURE  DIVISION.
000980*
000990         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
001000         PERFORM SCAN-PRASOPR   THRU EX-SCAN-PRASOPR
001010             UNTIL OPJ-EOF.
001020         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001030         GOBACK.
001040*
001050 INIZIO-BATCH.
001060         MOVE SPACES TO OPJ-COMMAND-LINE.
001070         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001080         MOVE SPACES TO OPJ-ARG-COMUNE.
001090         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001100             INTO OPJ-ARG-COMUNE
001110         END-UNSTRING.
001120         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001130         COMPUTE OPJ-TODAY-INT =
001140             FUNCTION INTEGER-OF-DATE(OPJ-TODAY-DATE).
001150         COMPUTE OPJ-FINE-SETTIMANA =
001160             FUNCTION DATE-OF-INTEGER(OPJ-TODAY-INT + 6).
001170         SET OPJ-NOT-EOF TO TRUE.
001180         SET OPJ-AGENDA-CHIUSA TO TRUE.
001190         MOVE SPACES TO OPJ-COMUNE-CODE.
001200         MOVE "OPENPJ30" TO FILEH-PROGRAMMA.
001210         PERFORM SEGNA-INIZIO-CORSA
001220             THRU EX-SEGNA-INIZIO-CORSA.
001230         OPEN INPUT PRATAB.
001240         MOVE "PRATAB"       TO FILEH-NAME.
001250         MOVE STATUS-PRATAB  TO FILEH-STATUS.
001260         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001270         OPEN INPUT PRASOPR.
001280         IF STATUS-PRASOPR = "35"
001290             DISPLAY "OPENPJ30: nessun sopralluogo in archivio"
001300             SET OPJ-EOF TO TRUE
001310             GO TO EX-INIZIO-BATCH
001320         END-IF.
001330         MOVE "PRASOPR"      TO FILEH-NAME.
001340         MOVE STATUS-PRASOPR TO FILEH-STATUS.
001350         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001360         MOVE LOW-VALUES TO PRASOPR-AGENDA-KEY.
001370         IF OPJ-ARG-COMUNE NOT = SPACES
001380             MOVE OPJ-ARG-COMUNE TO PRASOPR-AG-COMUNE
001390         END-IF.
001400         START PRASOPR KEY IS NOT LESS THAN PRASOPR-AGENDA-KEY
001410             INVALID KEY
001420                 SET OPJ-EOF TO TRUE
001430         END-START.
001440 EX-INIZIO-BATCH.
001450         EXIT.
001460*
001470* SCAN-PRASOPR reads the sopralluoghi along the agenda key -
001480* comune, istruttore, date, time - so each istruttore's week
001490* comes out in order. Only the ones still fixed count: in the
001500* coming week they go on the agenda, before the comune's limit
001510* they are flagged as lacking their verbale.
001520*
001530 SCAN-PRASOPR.
001540         READ PRASOPR NEXT RECORD
001550             AT END
001560                 SET OPJ-EOF TO TRUE
001570                 GO TO EX-SCAN-PRASOPR
001580         END-READ.
001590         IF OPJ-ARG-COMUNE NOT = SPACES
001600             AND PRASOPR-AG-COMUNE NOT = OPJ-ARG-COMUNE
001610             SET OPJ-EOF TO TRUE
001620             GO TO EX-SCAN-PRASOPR
001630         END-IF.
001640         IF PRASOPR-AG-COMUNE NOT = OPJ-COMUNE-CODE
001650             PERFORM CHIUDI-AGENDA THRU EX-CHIUDI-AGENDA
001660             MOVE PRASOPR-AG-COMUNE TO OPJ-COMUNE-CODE
001670             MOVE SPACES TO OPJ-ISTRUTTORE
001680             MOVE 0 TO OPJ-TOT-AGENDA
001690             MOVE 0 TO OPJ-TOT-SENZA-VERBALE
001700             PERFORM LEGGI-PARAMETRO THRU EX-LEGGI-PARAMETRO
001710         END-IF.
001720         IF NOT PRASOPR-FISSATO
001730             GO TO EX-SCAN-PRASOPR
001740         END-IF.
001750         MOVE SPACES TO OPJ-SEGNALA.
001760         EVALUATE TRUE
001770             WHEN PRASOPR-DATA NOT < OPJ-TODAY-DATE
001780                 AND PRASOPR-DATA NOT > OPJ-FINE-SETTIMANA
001790                 ADD 1 TO OPJ-TOT-AGENDA
001800                 ADD 1 TO OPJ-IN-AGENDA
001810             WHEN PRASOPR-DATA < OPJ-LIMITE-VERBALE
001820                 MOVE "*** SENZA VERBALE" TO OPJ-SEGNALA
001830                 ADD 1 TO OPJ-TOT-SENZA-VERBALE
001840                 ADD 1 TO OPJ-SENZA-VERBALE
001850             WHEN OTHER
001860                 GO TO EX-SCAN-PRASOPR
001870         END-EVALUATE.
001880         IF OPJ-AGENDA-CHIUSA
001890             PERFORM APRI-AGENDA THRU EX-APRI-AGENDA
001900         END-IF.
001910         IF PRASOPR-ISTRUTTORE NOT = OPJ-ISTRUTTORE
001920             PERFORM STAMPA-ISTRUTTORE THRU EX-STAMPA-ISTRUTTORE
001930         END-IF.
001940         PERFORM STAMPA-SOPRALLUOGO THRU EX-STAMPA-SOPRALLUOGO.
001950 EX-SCAN-PRASOPR.
001960         EXIT.
001970*
001980* LEGGI-PARAMETRO takes the comune's grace for the verbale off
001990* its "P" row SOPRVB, the compiled default standing when the
002000* comune has not set one, and fixes the limit date from it.
002010*
002020 LEGGI-PARAMETRO.
002030         MOVE OPJ-GIORNI-DEFLT    TO OPJ-GIORNI-VERBALE.
002040         MOVE OPJ-COMUNE-CODE     TO PRATAB-COMUNE-CODE.
002050         MOVE "P"                 TO PRATAB-TIPO-RIGA.
002060         MOVE "SOPRVB"            TO PRATAB-COD-RIFERIMENTO.
002070         READ PRATAB
002080             NOT INVALID KEY
002090                 IF PRATAB-VALORE > 0 AND PRATAB-VALORE < 1000
002100                     MOVE PRATAB-VALORE TO OPJ-GIORNI-VERBALE
002110                 END-IF
002120         END-READ.
002130         COMPUTE OPJ-LIMITE-VERBALE = FUNCTION DATE-OF-INTEGER
002140             (OPJ-TODAY-INT - OPJ-GIORNI-VERBALE).
002150 EX-LEGGI-PARAMETRO.
002160         EXIT.
002170*
002180* APRI-AGENDA opens the comune's spool at its first line to
002190* print: a comune with nothing due this week and nothing
002200* overdue gets no agenda at all.
002210*
002220 APRI-AGENDA.
002230         MOVE SPACES TO STAMPA-SPOOL-PATH.
002240         STRING "AGENDASOPR."     DELIMITED BY SIZE
002250             OPJ-COMUNE-CODE      DELIMITED BY SIZE
002260             "."                  DELIMITED BY SIZE
002270             OPJ-TODAY-DATE       DELIMITED BY SIZE
002280             INTO STAMPA-SPOOL-PATH
002290         END-STRING.
002300         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
002310         SET OPJ-AGENDA-APERTA TO TRUE.
002320         ADD 1 TO OPJ-AGENDE.

002330         MOVE OPJ-GIORNI-VERBALE TO OPJ-GIORNI-EDIT.
002340         MOVE SPACES TO STAMPA-LINE.
002350         STRING "COMUNE "         DELIMITED BY SIZE
002360             OPJ-COMUNE-CODE      DELIMITED BY SIZE
002370             "  SOPRALLUOGHI DAL " DELIMITED BY SIZE
002380             OPJ-TODAY-DATE       DELIMITED BY SIZE
002390             " AL "               DELIMITED BY SIZE
002400             OPJ-FINE-SETTIMANA   DELIMITED BY SIZE
002410             "  VERBALE ATTESO ENTRO GG " DELIMITED BY SIZE
002420             OPJ-GIORNI-EDIT      DELIMITED BY SIZE
002430             INTO STAMPA-LINE
002440         END-STRING.
002450         PERFORM 9150-WRITE-STAMPA-LINE
002460             THRU EX-9150-WRITE-STAMPA-LINE.
002470 EX-APRI-AGENDA.
002480         EXIT.
002490*
002500* STAMPA-ISTRUTTORE opens the istruttore's section of the agenda
002510* with their name and the column heading.
002520*
002530 STAMPA-ISTRUTTORE.
002540         MOVE PRASOPR-ISTRUTTORE TO OPJ-ISTRUTTORE.
002550         MOVE SPACES TO STAMPA-LINE.
002560         PERFORM 9150-WRITE-STAMPA-LINE
002570             THRU EX-9150-WRITE-STAMPA-LINE.
002580         STRING "ISTRUTTORE "     DELIMITED BY SIZE
002590             OPJ-ISTRUTTORE       DELIMITED BY SIZE
002600             INTO STAMPA-LINE
002610         END-STRING.
002620         PERFORM 9150-WRITE-STAMPA-LINE
002630             THRU EX-9150-WRITE-STAMPA-LINE.
002640         MOVE SPACES TO STAMPA-LINE.
002650         STRING "DATA     ORA  PRATICA    NR PARTECIPANTI"
002660                 DELIMITED BY SIZE
002670             "                                          "
002680                 DELIMITED BY SIZE
002690             "SEGNALAZIONI"
002700                 DELIMITED BY SIZE
002710             INTO STAMPA-LINE
002720         END-STRING.
002730         PERFORM 9150-WRITE-STAMPA-LINE
002740             THRU EX-9150-WRITE-STAMPA-LINE.
002750 EX-STAMPA-ISTRUTTORE.
002760         EXIT.
002770*
002780 STAMPA-SOPRALLUOGO.
002790         MOVE SPACES TO STAMPA-LINE.
002800         STRING PRASOPR-DATA         DELIMITED BY SIZE
002810             " "                     DELIMITED BY SIZE
002820             PRASOPR-ORA             DELIMITED BY SIZE
002830             " "                     DELIMITED BY SIZE
002840             PRASOPR-PRATICA-ID      DELIMITED BY SIZE
002850             " "                     DELIMITED BY SIZE
002860             PRASOPR-NUMERO          DELIMITED BY SIZE
002870             " "                     DELIMITED BY SIZE
002880             PRASOPR-PARTECIPANTI(1:50) DELIMITED BY SIZE
002890             " "                     DELIMITED BY SIZE
002900             OPJ-SEGNALA             DELIMITED BY SIZE
002910             INTO STAMPA-LINE
002920         END-STRING.
002930         PERFORM 9150-WRITE-STAMPA-LINE
002940             THRU EX-9150-WRITE-STAMPA-LINE.
002950 EX-STAMPA-SOPRALLUOGO.
002960         EXIT.
002970*
002980* CHIUDI-AGENDA prints the comune's totals and closes its spool.
002990*
003000 CHIUDI-AGENDA.
003010         IF OPJ-AGENDA-CHIUSA
003020             GO TO EX-CHIUDI-AGENDA
003030         END-IF.
003040         MOVE OPJ-TOT-AGENDA        TO OPJ-TOT1-EDIT.
003050         MOVE OPJ-TOT-SENZA-VERBALE TO OPJ-TOT2-EDIT.
003060         MOVE SPACES TO STAMPA-LINE.
003070         PERFORM 9150-WRITE-STAMPA-LINE
003080             THRU EX-9150-WRITE-STAMPA-LINE.
003090         STRING "IN AGENDA "      DELIMITED BY SIZE
003100             OPJ-TOT1-EDIT        DELIMITED BY SIZE
003110             "  SENZA VERBALE "   DELIMITED BY SIZE
003120             OPJ-TOT2-EDIT        DELIMITED BY SIZE
003130             INTO STAMPA-LINE
003140         END-STRING.
003150         PERFORM 9150-WRITE-STAMPA-LINE
003160             THRU EX-9150-WRITE-STAMPA-LINE.
003170         CLOSE PRASTAMPA.
003180         SET OPJ-AGENDA-CHIUSA TO TRUE.
003190 EX-CHIUDI-AGENDA.
003200         EXIT.
003210*
003220 FINE-BATCH.
003230         PERFORM CHIUDI-AGENDA THRU EX-CHIUDI-AGENDA.
003240         CLOSE PRASOPR.
003250         CLOSE PRATAB.
003260         DISPLAY "OPENPJ30: agende " OPJ-AGENDE
003270             " sopralluoghi in agenda " OPJ-IN-AGENDA.
003280         DISPLAY "OPENPJ30: senza verbale " OPJ-SENZA-VERBALE.
003290         ADD OPJ-IN-AGENDA OPJ-SENZA-VERBALE GIVING RUNLG-CONTA.
003300         PERFORM SEGNA-FINE-CORSA
003310             THRU EX-SEGNA-FINE-CORSA.
003320 EX-FINE-BATCH.
003330         EXIT.

003340         COPY "PIOWEB1.CBL".

003350         COPY "PJCHECK.CBL".

003360         COPY "PJRUNLOG.CBL".
