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
000190** batch notturno delle casse di sportello: percorre PRACASSA e
000200** per ogni comune stampa la distinta di versamento in tesoreria
000210** delle casse chiuse e non ancora versate - i contanti contati
000220** al netto del fondo, che resta in cassa, e il POS per memoria,
000230** gia' accreditato dal circuito - marcandole versate. Le casse
000240** lasciate aperte e quelle chiuse con una differenza ancora da
000250** controfirmare non si versano: escono in distinta come
000260** segnalazione e a video, finche' l'operatore o il responsabile
000270** non le sistemano da OPENPA12.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENPJ26.
000310 ENVIRONMENT      DIVISION.
000320 CONFIGURATION    SECTION.
000330         COPY "SPECIAL.CBL".
000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.

000360         COPY "SELCASS.CBL".
000370         COPY "SELSTAMPA.CBL".

000380         COPY "SELRUNLG.CBL".

000390 DATA             DIVISION.
000400 FILE SECTION.

000410         COPY "FDECASS.CBL".
000420         COPY "FDESTAMPA.CBL".

000430         COPY "FDERUNLG.CBL".

000440 WORKING-STORAGE  SECTION.

000450         COPY "GLOBALS.CBL".
000460         COPY "FILEHWS.CBL".
000470         COPY "RUNLGWS.CBL".
000480*
000490 77  OPJ-TODAY-DATE                PIC 9(08).
000500 77  OPJ-COMUNE-CODE               PIC X(06).
000510 77  OPJ-EOF-SW                    PIC X(01).
000520     88  OPJ-EOF                       VALUE "S".
000530     88  OPJ-NOT-EOF                   VALUE "N".
000540 77  OPJ-DISTINTA-SW               PIC X(01).
000550     88  OPJ-DISTINTA-APERTA           VALUE "S".
000560     88  OPJ-DISTINTA-CHIUSA           VALUE "N".
000570 77  OPJ-VERSATE                   PIC 9(07) COMP-5 VALUE 0.
000580 77  OPJ-APERTE                    PIC 9(07) COMP-5 VALUE 0.
000590 77  OPJ-DA-FIRMARE                PIC 9(07) COMP-5 VALUE 0.
000600 77  OPJ-DISTINTE                  PIC 9(07) COMP-5 VALUE 0.
000610*
000620* What one cassa brings to the tesoreria and the comune's totals
000630* for the distinta under way.
000640*
000650 77  OPJ-DA-VERSARE                PIC S9(9)V99 COMP-3.
000660 77  OPJ-TOT-CONTANTI              PIC S9(11)V99 COMP-3.
000670 77  OPJ-TOT-POS                   PIC S9(11)V99 COMP-3.
000680 77  OPJ-TOT-RICEVUTE              PIC 9(07) COMP-5.
000690 77  OPJ-RICEVUTE-EDIT             PIC Z(6)9.
000700 77  OPJ-CONTANTI-EDIT             PIC Z(10)9,99-.
000710 77  OPJ-POS-EDIT                  PIC Z(10)9,99-.
000720 77  OPJ-DIFF-EDIT                 PIC Z(10)9,99-.
000730*
000740* Print-output working fields for the COPYed 9100/9110/9150
000750* pagination paragraphs.
000760*
000770 77  STAMPA-SPOOL-PATH             PIC X(64).
000780 77  STAMPA-TODAY-DATE             PIC 9(08).
000790 77  STAMPA-LINE                   PIC X(132).
000800 77  STAMPA-TITOLO                 PIC X(24)
000810     VALUE "DISTINTA VERSAMENTO".
000820 77  STAMPA-PAGE-NUM               PIC 9(03) COMP-5 VALUE 1.
000830 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
000840 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
000850 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
000860*
000870 PROCEDURE  DIVISION.
000880*
000890         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
000900         PERFORM SCAN-PRACASSA  THRU EX-SCAN-PRACASSA
000910             UNTIL OPJ-EOF.
000920         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

000930         GOBACK.
000940*
000950 INIZIO-BATCH.
000960         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
000970         SET OPJ-NOT-EOF TO TRUE.
000980         SET OPJ-DISTINTA-CHIUSA TO TRUE.
000990         MOVE SPACES TO OPJ-COMUNE-CODE.
001000         MOVE "OPENPJ26" TO FILEH-PROGRAMMA.
001010         PERFORM SEGNA-INIZIO-CORSA
001020             THRU EX-SEGNA-INIZIO-CORSA.
001030         OPEN I-O    PRACASSA.
001040         IF STATUS-PRACASSA = "35"
001050             OPEN OUTPUT PRACASSA
001060             CLOSE PRACASSA
001070             OPEN I-O PRACASSA
001080         END-IF.
001090         MOVE "PRACASSA"      TO FILEH-NAME.
001100         MOVE STATUS-PRACASSA TO FILEH-STATUS.
001110         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001120 EX-INIZIO-BATCH.
001130         EXIT.
001140*
001150* SCAN-PRACASSA reads the sessions in key order, comune by
001160* comune and day by day. Those already versate are done with;
001170* every other one belongs on its comune's distinta, opened at
001180* the first such session of the comune.
001190*
001200 SCAN-PRACASSA.
001210         READ PRACASSA NEXT RECORD
001220             AT END
001230                 SET OPJ-EOF TO TRUE
001240                 GO TO EX-SCAN-PRACASSA
001250         END-READ.
001260         IF PRACASSA-VERSATA
001270             GO TO EX-SCAN-PRACASSA
001280         END-IF.
001290         IF PRACASSA-COMUNE-CODE NOT = OPJ-COMUNE-CODE
001300             PERFORM CHIUDI-DISTINTA THRU EX-CHIUDI-DISTINTA
001310             PERFORM APRI-DISTINTA   THRU EX-APRI-DISTINTA
001320         END-IF.

001330         EVALUATE TRUE
001340             WHEN PRACASSA-APERTA
001350                 PERFORM SEGNALA-APERTA THRU EX-SEGNALA-APERTA
001360             WHEN PRACASSA-DA-FIRMARE
001370                 PERFORM SEGNALA-DA-FIRMARE
001380                     THRU EX-SEGNALA-DA-FIRMARE
001390             WHEN PRACASSA-CHIUSA
001400                 PERFORM VERSA-CASSA THRU EX-VERSA-CASSA
001410         END-EVALUATE.
001420 EX-SCAN-PRACASSA.
001430         EXIT.
001440*
001450 APRI-DISTINTA.
001460         MOVE PRACASSA-COMUNE-CODE TO OPJ-COMUNE-CODE.
001470         MOVE 0 TO OPJ-TOT-CONTANTI.
001480         MOVE 0 TO OPJ-TOT-POS.
001490         MOVE 0 TO OPJ-TOT-RICEVUTE.
001500         MOVE SPACES TO STAMPA-SPOOL-PATH.
001510         STRING "VERSAMENTO."     DELIMITED BY SIZE
001520             OPJ-COMUNE-CODE      DELIMITED BY SIZE
001530             "."                  DELIMITED BY SIZE
001540             OPJ-TODAY-DATE       DELIMITED BY SIZE
001550             INTO STAMPA-SPOOL-PATH
001560         END-STRING.
001570         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
001580         SET OPJ-DISTINTA-APERTA TO TRUE.
001590         ADD 1 TO OPJ-DISTINTE.

001600         MOVE SPACES TO STAMPA-LINE.
001610         STRING "COMUNE "         DELIMITED BY SIZE
001620             OPJ-COMUNE-CODE      DELIMITED BY SIZE
001630             "  VERSAMENTO IN TESORERIA DEL "
001640                                  DELIMITED BY SIZE
001650             OPJ-TODAY-DATE       DELIMITED BY SIZE
001660             INTO STAMPA-LINE
001670         END-STRING.
001680         PERFORM 9150-WRITE-STAMPA-LINE
001690             THRU EX-9150-WRITE-STAMPA-LINE.
001700         MOVE SPACES TO STAMPA-LINE.
001710         STRING "GIORNO   OPERATORE                      "
001720                 DELIMITED BY SIZE
001730             "RICEVUTE        CONTANTI             POS"
001740                 DELIMITED BY SIZE
001750             "      DIFFERENZA"
001760                 DELIMITED BY SIZE
001770             INTO STAMPA-LINE
001780         END-STRING.
001790         PERFORM 9150-WRITE-STAMPA-LINE
001800             THRU EX-9150-WRITE-STAMPA-LINE.
001810 EX-APRI-DISTINTA.
001820         EXIT.
001830*
001840* CHIUDI-DISTINTA prints the comune's totals - cash to deposit
001850* and POS already credited - and closes its distinta.
001860*
001870 CHIUDI-DISTINTA.
001880         IF OPJ-DISTINTA-CHIUSA
001890             GO TO EX-CHIUDI-DISTINTA
001900         END-IF.
001910         MOVE OPJ-TOT-RICEVUTE TO OPJ-RICEVUTE-EDIT.
001920         MOVE OPJ-TOT-CONTANTI TO OPJ-CONTANTI-EDIT.
001930         MOVE OPJ-TOT-POS      TO OPJ-POS-EDIT.
001940         MOVE SPACES TO STAMPA-LINE.
001950         STRING "TOTALE DA VERSARE                       "
001960                 DELIMITED BY SIZE
001970             OPJ-RICEVUTE-EDIT    DELIMITED BY SIZE
001980             " "                  DELIMITED BY SIZE
001990             OPJ-CONTANTI-EDIT    DELIMITED BY SIZE
002000             " "                  DELIMITED BY SIZE
002010             OPJ-POS-EDIT         DELIMITED BY SIZE
002020             INTO STAMPA-LINE
002030         END-STRING.
002040         PERFORM 9150-WRITE-STAMPA-LINE
002050             THRU EX-9150-WRITE-STAMPA-LINE.
002060         CLOSE PRASTAMPA.
002070         SET OPJ-DISTINTA-CHIUSA TO TRUE.
002080 EX-CHIUDI-DISTINTA.
002090         EXIT.
002100*
002110* VERSA-CASSA puts a closed cassa on the distinta - contanti
002120* counted less the fondo, POS as taken, the difference the
002130* supervisore countersigned - and marks it versata today.
002140*
002150 VERSA-CASSA.
002160         COMPUTE OPJ-DA-VERSARE = PRACASSA-CONTATO-CONTANTI
002170             - PRACASSA-FONDO.
002180         IF OPJ-DA-VERSARE < 0
002190             MOVE 0 TO OPJ-DA-VERSARE
002200         END-IF.
002210         MOVE PRACASSA-NUM-RICEVUTE  TO OPJ-RICEVUTE-EDIT.
002220         MOVE OPJ-DA-VERSARE         TO OPJ-CONTANTI-EDIT.
002230         MOVE PRACASSA-CONTATO-POS   TO OPJ-POS-EDIT.
002240         COMPUTE OPJ-DIFF-EDIT = PRACASSA-DIFF-CONTANTI
002250             + PRACASSA-DIFF-POS.
002260         MOVE SPACES TO STAMPA-LINE.
002270         STRING PRACASSA-DATA        DELIMITED BY SIZE
002280             " "                     DELIMITED BY SIZE
002290             PRACASSA-OPERATORE      DELIMITED BY SIZE
002300             " "                     DELIMITED BY SIZE
002310             OPJ-RICEVUTE-EDIT       DELIMITED BY SIZE
002320             " "                     DELIMITED BY SIZE
002330             OPJ-CONTANTI-EDIT       DELIMITED BY SIZE
002340             " "                     DELIMITED BY SIZE
002350             OPJ-POS-EDIT            DELIMITED BY SIZE
002360             " "                     DELIMITED BY SIZE
002370             OPJ-DIFF-EDIT           DELIMITED BY SIZE
002380             INTO STAMPA-LINE
002390         END-STRING.
002400         PERFORM 9150-WRITE-STAMPA-LINE
002410             THRU EX-9150-WRITE-STAMPA-LINE.
002420         ADD OPJ-DA-VERSARE        TO OPJ-TOT-CONTANTI.
002430         ADD PRACASSA-CONTATO-POS  TO OPJ-TOT-POS.
002440         ADD PRACASSA-NUM-RICEVUTE TO OPJ-TOT-RICEVUTE.

002450         SET PRACASSA-VERSATA   TO TRUE.
002460         MOVE OPJ-TODAY-DATE    TO PRACASSA-DATA-VERSAMENTO.
002470         REWRITE PRACASSA-RECORD.
002480         MOVE "PRACASSA"        TO FILEH-NAME.
002490         MOVE STATUS-PRACASSA   TO FILEH-STATUS.
002500         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
002510         ADD 1 TO OPJ-VERSATE.
002520 EX-VERSA-CASSA.
002530         EXIT.
002540*
002550* A cassa still open at night was never closed by its operatore:
002560* nothing of it is deposited until it is counted and closed.
002570*
002580 SEGNALA-APERTA.
002590         MOVE SPACES TO STAMPA-LINE.
002600         STRING PRACASSA-DATA        DELIMITED BY SIZE
002610             " "                     DELIMITED BY SIZE
002620             PRACASSA-OPERATORE      DELIMITED BY SIZE
002630             " *** CASSA LASCIATA APERTA, NON VERSATA"
002640                                     DELIMITED BY SIZE
002650             INTO STAMPA-LINE
002660         END-STRING.
002670         PERFORM 9150-WRITE-STAMPA-LINE
002680             THRU EX-9150-WRITE-STAMPA-LINE.
002690         DISPLAY "OPENPJ26: cassa aperta comune "
002700             PRACASSA-COMUNE-CODE " giorno " PRACASSA-DATA
002710             " operatore " PRACASSA-OPERATORE.
002720         ADD 1 TO OPJ-APERTE.
002730 EX-SEGNALA-APERTA.
002740         EXIT.
002750*
002760 SEGNALA-DA-FIRMARE.
002770         COMPUTE OPJ-DIFF-EDIT = PRACASSA-DIFF-CONTANTI
002780             + PRACASSA-DIFF-POS.
002790         MOVE SPACES TO STAMPA-LINE.
002800         STRING PRACASSA-DATA        DELIMITED BY SIZE
002810             " "                     DELIMITED BY SIZE
002820             PRACASSA-OPERATORE      DELIMITED BY SIZE
002830             " *** DIFFERENZA DA CONTROFIRMARE "
002840                                     DELIMITED BY SIZE
002850             OPJ-DIFF-EDIT           DELIMITED BY SIZE
002860             INTO STAMPA-LINE
002870         END-STRING.
002880         PERFORM 9150-WRITE-STAMPA-LINE
002890             THRU EX-9150-WRITE-STAMPA-LINE.
002900         DISPLAY "OPENPJ26: cassa da controfirmare comune "
002910             PRACASSA-COMUNE-CODE " giorno " PRACASSA-DATA
002920             " operatore " PRACASSA-OPERATORE.
002930         ADD 1 TO OPJ-DA-FIRMARE.
002940 EX-SEGNALA-DA-FIRMARE.
002950         EXIT.
002960*
002970 FINE-BATCH.
002980         PERFORM CHIUDI-DISTINTA THRU EX-CHIUDI-DISTINTA.
002990         CLOSE PRACASSA.
003000         DISPLAY "OPENPJ26: distinte " OPJ-DISTINTE.
003010         DISPLAY "OPENPJ26: casse versate " OPJ-VERSATE.
003020         DISPLAY "OPENPJ26: casse lasciate aperte " OPJ-APERTE.
003030         DISPLAY "OPENPJ26: casse da controfirmare "
003040             OPJ-DA-FIRMARE.
003050         MOVE OPJ-VERSATE TO RUNLG-CONTA.
003060         PERFORM SEGNA-FINE-CORSA
003070             THRU EX-SEGNA-FINE-CORSA.
003080 EX-FINE-BATCH.
003090         EXIT.

003100         COPY "PIOWEB1.CBL".

003110         COPY "PJCHECK.CBL".

003120         COPY "PJRUNLOG.CBL".
