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
000190** registro delle istanze di accesso agli atti per l'ufficio
000200** trasparenza, a richiesta ("comune aaaa", entrambi facoltativi:
000210** senza comune tutti i comuni, senza anno quello in corso):
000220** percorre PRAACCES e per ogni comune stampa, in ordine di
000230** numero, ogni istanza dell'anno con la pratica, il
000240** richiedente, le date di presentazione e di decisione, l'esito
000250** e i documenti rilasciati, segnalando le opposizioni e le
000260** istanze decise oltre il termine di trenta giorni o ancora
000270** pendenti a termine scaduto. In coda i totali per esito.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENPJ29.
000310 ENVIRONMENT      DIVISION.
000320 CONFIGURATION    SECTION.
000330         COPY "SPECIAL.CBL".
000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.

000360         COPY "SELACCS.CBL".
000370         COPY "SELSTAMPA.CBL".

000380         COPY "SELRUNLG.CBL".

000390 DATA             DIVISION.
000400 FILE SECTION.

000410         COPY "FDEACCS.CBL".
000420         COPY "FDESTAMPA.CBL".

000430         COPY "FDERUNLG.CBL".

000440 WORKING-STORAGE  SECTION.

000450         COPY "GLOBALS.CBL".
000460         COPY "FILEHWS.CBL".
000470         COPY "RUNLGWS.CBL".
000480*
000490 77  OPJ-COMMAND-LINE              PIC X(80).
000500 77  OPJ-ARG-COMUNE                PIC X(06).
000510 77  OPJ-ARG-ANNO                  PIC X(04).
000520 77  OPJ-ANNO                      PIC 9(04).
000530 77  OPJ-TODAY-DATE                PIC 9(08).
000540 77  OPJ-COMUNE-CODE               PIC X(06).
000550 77  OPJ-EOF-SW                    PIC X(01).
000560     88  OPJ-EOF                       VALUE "S".
000570     88  OPJ-NOT-EOF                   VALUE "N".
000580 77  OPJ-REGISTRO-SW               PIC X(01).
000590     88  OPJ-REGISTRO-APERTO           VALUE "S".
000600     88  OPJ-REGISTRO-CHIUSO           VALUE "N".
000610 77  OPJ-ACCS-SW                   PIC X(01).
000620     88  OPJ-ACCS-APERTO               VALUE "S".
000630     88  OPJ-ACCS-CHIUSO               VALUE "N".
000640 77  OPJ-REGISTRI                  PIC 9(07) COMP-5 VALUE 0.
000650 77  OPJ-ISTANZE                   PIC 9(07) COMP-5 VALUE 0.
000660 77  OPJ-SCADUTE                   PIC 9(07) COMP-5 VALUE 0.
000670*
000680* The comune's totals for the register under way.
000690*
000700 77  OPJ-TOT-ISTANZE               PIC 9(07) COMP-5.
000710 77  OPJ-TOT-ACCOLTE               PIC 9(07) COMP-5.
000720 77  OPJ-TOT-PARZIALI              PIC 9(07) COMP-5.
000730 77  OPJ-TOT-RESPINTE              PIC 9(07) COMP-5.
000740 77  OPJ-TOT-PENDENTI              PIC 9(07) COMP-5.
000750 77  OPJ-TOT-FUORI-TERMINE         PIC 9(07) COMP-5.
000760 77  OPJ-ESITO                     PIC X(10).
000770 77  OPJ-SEGNALA                   PIC X(26).
000780 77  OPJ-DOC-EDIT                  PIC Z9.
000790 77  OPJ-TOT1-EDIT                 PIC Z(6)9.
000800 77  OPJ-TOT2-EDIT                 PIC Z(6)9.
000810 77  OPJ-TOT3-EDIT                 PIC Z(6)9.
000820 77  OPJ-TOT4-EDIT                 PIC Z(6)9.
000830 77  OPJ-TOT5-EDIT                 PIC Z(6)9.
000840 77  OPJ-TOT6-EDIT                 PIC Z(6)9.
000850*
000860* Print-output working fields for the COPYed 9100/9110/9150
000870* pagination paragraphs.
000880*
000890 77  STAMPA-SPOOL-PATH             PIC X(64).
000900 77  STAMPA-TODAY-DATE             PIC 9(08).
000910 77  STAMPA-LINE                   PIC X(132).
000920 77  STAMPA-TITOLO                 PIC X(24)
000930     VALUE "REGISTRO ACCESSI".
000940 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
000950 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
000960 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
000970 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
000980*
000990 PROCEDURE  DIVISION.
001000*
001010         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
001020         PERFORM SCAN-PRAACCES  THRU EX-SCAN-PRAACCES
001030             UNTIL OPJ-EOF.
001040         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001050         GOBACK.
001060*
001070 INIZIO-BATCH.
001080         MOVE SPACES TO OPJ-COMMAND-LINE.
001090         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001100         MOVE SPACES TO OPJ-ARG-COMUNE.
001110         MOVE SPACES TO OPJ-ARG-ANNO.
001120         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001130             INTO OPJ-ARG-COMUNE OPJ-ARG-ANNO
001140         END-UNSTRING.
001150         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001160         MOVE OPJ-TODAY-DATE(1:4) TO OPJ-ANNO.
001170         IF OPJ-ARG-ANNO NUMERIC
001180             MOVE OPJ-ARG-ANNO TO OPJ-ANNO
001190         END-IF.
001200         SET OPJ-NOT-EOF TO TRUE.
001210         SET OPJ-REGISTRO-CHIUSO TO TRUE.
001220         SET OPJ-ACCS-CHIUSO TO TRUE.
001230         MOVE SPACES TO OPJ-COMUNE-CODE.
001240         MOVE "OPENPJ29" TO FILEH-PROGRAMMA.
001250         PERFORM SEGNA-INIZIO-CORSA
001260             THRU EX-SEGNA-INIZIO-CORSA.
001270         OPEN INPUT PRAACCES.
001280         IF STATUS-PRAACCES = "35"
001290             DISPLAY "OPENPJ29: nessuna istanza di accesso"
001300             SET OPJ-EOF TO TRUE
001310             GO TO EX-INIZIO-BATCH
001320         END-IF.
001330         MOVE "PRAACCES"      TO FILEH-NAME.
001340         MOVE STATUS-PRAACCES TO FILEH-STATUS.
001350         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001360         SET OPJ-ACCS-APERTO TO TRUE.
001370         IF OPJ-ARG-COMUNE NOT = SPACES
001380             MOVE OPJ-ARG-COMUNE TO PRAACCES-COMUNE-CODE
001390             MOVE OPJ-ANNO       TO PRAACCES-ANNO
001400             MOVE 1              TO PRAACCES-NUMERO
001410             START PRAACCES KEY IS NOT LESS THAN PRAACCES-KEY
001420                 INVALID KEY
001430                     SET OPJ-EOF TO TRUE
001440             END-START
001450         END-IF.
001460 EX-INIZIO-BATCH.
001470         EXIT.
001480*
001490* SCAN-PRAACCES reads the istanze in key order, comune by comune
001500* and year by year; those of the year asked for go on their
001510* comune's register, opened at the first one found.
001520*
001530 SCAN-PRAACCES.
001540         READ PRAACCES NEXT RECORD
001550             AT END
001560                 SET OPJ-EOF TO TRUE
001570                 GO TO EX-SCAN-PRAACCES
001580         END-READ.
001590         IF OPJ-ARG-COMUNE NOT = SPACES
001600             AND PRAACCES-COMUNE-CODE NOT = OPJ-ARG-COMUNE
001610             SET OPJ-EOF TO TRUE
001620             GO TO EX-SCAN-PRAACCES
001630         END-IF.
001640         IF PRAACCES-ANNO NOT = OPJ-ANNO
001650             OR PRAACCES-TESTATA-ROW
001660             GO TO EX-SCAN-PRAACCES
001670         END-IF.
001680         IF PRAACCES-COMUNE-CODE NOT = OPJ-COMUNE-CODE
001690             PERFORM CHIUDI-REGISTRO THRU EX-CHIUDI-REGISTRO
001700             PERFORM APRI-REGISTRO   THRU EX-APRI-REGISTRO
001710         END-IF.
001720         PERFORM STAMPA-ISTANZA THRU EX-STAMPA-ISTANZA.
001730 EX-SCAN-PRAACCES.
001740         EXIT.
001750*
001760 APRI-REGISTRO.
001770         MOVE PRAACCES-COMUNE-CODE TO OPJ-COMUNE-CODE.
001780         MOVE 0 TO OPJ-TOT-ISTANZE.
001790         MOVE 0 TO OPJ-TOT-ACCOLTE.
001800         MOVE 0 TO OPJ-TOT-PARZIALI.
001810         MOVE 0 TO OPJ-TOT-RESPINTE.
001820         MOVE 0 TO OPJ-TOT-PENDENTI.
001830         MOVE 0 TO OPJ-TOT-FUORI-TERMINE.
001840         MOVE SPACES TO STAMPA-SPOOL-PATH.
001850         STRING "REGACCESSI."     DELIMITED BY SIZE
001860             OPJ-COMUNE-CODE      DELIMITED BY SIZE
001870             "."                  DELIMITED BY SIZE
001880             OPJ-ANNO             DELIMITED BY SIZE
001890             INTO STAMPA-SPOOL-PATH
001900         END-STRING.
001910         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
001920         SET OPJ-REGISTRO-APERTO TO TRUE.
001930         ADD 1 TO OPJ-REGISTRI.

001940         MOVE SPACES TO STAMPA-LINE.
001950         STRING "COMUNE "         DELIMITED BY SIZE
001960             OPJ-COMUNE-CODE      DELIMITED BY SIZE
001970             "  REGISTRO DEGLI ACCESSI AGLI ATTI ANNO "
001980                                  DELIMITED BY SIZE
001990             OPJ-ANNO             DELIMITED BY SIZE
002000             INTO STAMPA-LINE
002010         END-STRING.
002020         PERFORM 9150-WRITE-STAMPA-LINE
002030             THRU EX-9150-WRITE-STAMPA-LINE.
002040         MOVE SPACES TO STAMPA-LINE.
002050         STRING "NUMERO  PRESENTATA PRATICA    RICHIEDENTE    "
002060                 DELIMITED BY SIZE
002070             "                 DECISA   ESITO      DOC "
002080                 DELIMITED BY SIZE
002090             "SEGNALAZIONI"
002100                 DELIMITED BY SIZE
002110             INTO STAMPA-LINE
002120         END-STRING.
002130         PERFORM 9150-WRITE-STAMPA-LINE
002140             THRU EX-9150-WRITE-STAMPA-LINE.
002150 EX-APRI-REGISTRO.
002160         EXIT.
002170*
002180* CHIUDI-REGISTRO prints the comune's totals by esito and closes
002190* its register.
002200*
002210 CHIUDI-REGISTRO.
002220         IF OPJ-REGISTRO-CHIUSO
002230             GO TO EX-CHIUDI-REGISTRO
002240         END-IF.
002250         MOVE OPJ-TOT-ISTANZE       TO OPJ-TOT1-EDIT.
002260         MOVE OPJ-TOT-ACCOLTE       TO OPJ-TOT2-EDIT.
002270         MOVE OPJ-TOT-PARZIALI      TO OPJ-TOT3-EDIT.
002280         MOVE OPJ-TOT-RESPINTE      TO OPJ-TOT4-EDIT.
002290         MOVE OPJ-TOT-PENDENTI      TO OPJ-TOT5-EDIT.
002300         MOVE OPJ-TOT-FUORI-TERMINE TO OPJ-TOT6-EDIT.
002310         MOVE SPACES TO STAMPA-LINE.
002320         STRING "ISTANZE "        DELIMITED BY SIZE
002330             OPJ-TOT1-EDIT        DELIMITED BY SIZE
002340             "  ACCOLTE "         DELIMITED BY SIZE
002350             OPJ-TOT2-EDIT        DELIMITED BY SIZE
002360             "  PARZIALI "        DELIMITED BY SIZE
002370             OPJ-TOT3-EDIT        DELIMITED BY SIZE
002380             "  RESPINTE "        DELIMITED BY SIZE
002390             OPJ-TOT4-EDIT        DELIMITED BY SIZE
002400             "  PENDENTI "        DELIMITED BY SIZE
002410             OPJ-TOT5-EDIT        DELIMITED BY SIZE
002420             "  FUORI TERMINE "   DELIMITED BY SIZE
002430             OPJ-TOT6-EDIT        DELIMITED BY SIZE
002440             INTO STAMPA-LINE
002450         END-STRING.
002460         PERFORM 9150-WRITE-STAMPA-LINE
002470             THRU EX-9150-WRITE-STAMPA-LINE.
002480         CLOSE PRASTAMPA.
002490         SET OPJ-REGISTRO-CHIUSO TO TRUE.
002500 EX-CHIUDI-REGISTRO.
002510         EXIT.
002520*
002530* STAMPA-ISTANZA puts one istanza on the register. Out of term
002540* is a decision dated past the 30-day scadenza, or no decision
002550* yet with the scadenza already behind.
002560*
002570 STAMPA-ISTANZA.
002580         MOVE SPACES TO OPJ-SEGNALA.
002590         EVALUATE TRUE
002600             WHEN PRAACCES-ACCOLTA
002610                 MOVE "ACCOLTA"  TO OPJ-ESITO
002620                 ADD 1 TO OPJ-TOT-ACCOLTE
002630             WHEN PRAACCES-PARZIALE
002640                 MOVE "PARZIALE" TO OPJ-ESITO
002650                 ADD 1 TO OPJ-TOT-PARZIALI
002660             WHEN PRAACCES-RESPINTA
002670                 MOVE "RESPINTA" TO OPJ-ESITO
002680                 ADD 1 TO OPJ-TOT-RESPINTE
002690             WHEN OTHER
002700                 MOVE "PENDENTE" TO OPJ-ESITO
002710                 ADD 1 TO OPJ-TOT-PENDENTI
002720         END-EVALUATE.
002730         IF (PRAACCES-DECISA
002740             AND PRAACCES-DATA-DECISIONE > PRAACCES-SCADENZA)
002750             OR (NOT PRAACCES-DECISA
002760             AND OPJ-TODAY-DATE > PRAACCES-SCADENZA)
002770             MOVE "*** FUORI TERMINE" TO OPJ-SEGNALA
002780             ADD 1 TO OPJ-TOT-FUORI-TERMINE
002790             ADD 1 TO OPJ-SCADUTE
002800         END-IF.
002810         IF PRAACCES-OPPOSTA
002820             IF OPJ-SEGNALA = SPACES
002830                 MOVE "OPPOSIZIONE" TO OPJ-SEGNALA
002840             ELSE
002850                 MOVE "*** FUORI TERMINE, OPPOSTA" TO OPJ-SEGNALA
002860             END-IF
002870         END-IF.
002880         MOVE PRAACCES-NUM-DOCUMENTI TO OPJ-DOC-EDIT.
002890         MOVE SPACES TO STAMPA-LINE.
002900         STRING PRAACCES-NUMERO      DELIMITED BY SIZE
002910             " "                     DELIMITED BY SIZE
002920             PRAACCES-DATA-ISTANZA   DELIMITED BY SIZE
002930             "   "                   DELIMITED BY SIZE
002940             PRAACCES-PRATICA-ID     DELIMITED BY SIZE
002950             " "                     DELIMITED BY SIZE
002960             PRAACCES-RICHIEDENTE(1:30) DELIMITED BY SIZE
002970             " "                     DELIMITED BY SIZE
002980             PRAACCES-DATA-DECISIONE DELIMITED BY SIZE
002990             " "                     DELIMITED BY SIZE
003000             OPJ-ESITO               DELIMITED BY SIZE
003010             " "                     DELIMITED BY SIZE
003020             OPJ-DOC-EDIT            DELIMITED BY SIZE
003030             "  "                    DELIMITED BY SIZE
003040             OPJ-SEGNALA             DELIMITED BY SIZE
003050             INTO STAMPA-LINE
003060         END-STRING.
003070         PERFORM 9150-WRITE-STAMPA-LINE
003080             THRU EX-9150-WRITE-STAMPA-LINE.
003090         ADD 1 TO OPJ-TOT-ISTANZE.
003100         ADD 1 TO OPJ-ISTANZE.
003110 EX-STAMPA-ISTANZA.
003120         EXIT.
003130*
003140 FINE-BATCH.
003150         PERFORM CHIUDI-REGISTRO THRU EX-CHIUDI-REGISTRO.
003160         IF OPJ-ACCS-APERTO
003170             CLOSE PRAACCES
003180         END-IF.
003190         DISPLAY "OPENPJ29: registri " OPJ-REGISTRI
003200             " anno " OPJ-ANNO.
003210         DISPLAY "OPENPJ29: istanze " OPJ-ISTANZE
003220             " fuori termine " OPJ-SCADUTE.
003230         MOVE OPJ-ISTANZE TO RUNLG-CONTA.
003240         PERFORM SEGNA-FINE-CORSA
003250             THRU EX-SEGNA-FINE-CORSA.
003260 EX-FINE-BATCH.
003270         EXIT.

003280         COPY "PIOWEB1.CBL".

003290         COPY "PJCHECK.CBL".

003300         COPY "PJRUNLOG.CBL".
